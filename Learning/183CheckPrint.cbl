            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckPrint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKFILE ASSIGN TO "files/RefundChecks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT CHECKWORK ASSIGN TO "files/CheckPrint.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CW-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT PRINTFILE ASSIGN TO "files/CheckPrint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT NEXTCHECKFILE ASSIGN TO "files/NextCheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT POSPAYFILE ASSIGN TO "files/PositivePay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKFILE.
       01 CHECKRECORD.
           02 CHK-NUMBER PIC 9(7).
           02 CHK-IDNUM PIC 9(7).
           02 CHK-PAYEE PIC X(52).
           02 CHK-AMOUNT PIC 9(7)V99.
           02 CHK-DATE PIC 9(8).
           02 CHK-STATUS PIC X.
               88 CHK-OUTSTANDING VALUE 'O' ' '.
               88 CHK-CLEARED VALUE 'C'.
               88 CHK-VOIDED VALUE 'V'.
           02 CHK-PRINT-STATUS PIC X.
               88 CHK-PRINT-DUE VALUE 'N'.
               88 CHK-PRINTED VALUE 'P'.
               88 CHK-REPRINT-DUE VALUE 'R'.
               88 CHK-REPRINTED VALUE 'X'.
           02 CHK-PRINT-DATE PIC 9(8).
           02 CHK-ORIGINAL-NUMBER PIC 9(7).

       FD CHECKWORK.
       01 WORKRECORD PIC X(100).

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD PRINTFILE.
       01 PRINTLINE PIC X(100).

       FD NEXTCHECKFILE.
       01 NEXTCHECKRECORD.
           02 NCK-NEXT-NUMBER PIC 9(7).

       FD POSPAYFILE.
       01 POSPAYRECORD.
           02 PP-NUMBER PIC 9(7).
           02 PP-AMOUNT PIC 9(7)V99.
           02 PP-DATE PIC 9(8).
           02 PP-PAYEE PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-ASCAN-EOF-SWITCH PIC X.
           88 WS-ASCAN-EOF VALUE 'Y'.
       01 WS-CUSTOMER-SWITCH PIC X VALUE 'N'.
           88 WS-CUSTOMER-FILE-OPEN VALUE 'Y'.

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-NEXT-CHECK PIC 9(7) VALUE 1.
       01 WS-VOID-AFTER-DAYS PIC 9(3) VALUE 180.
       01 WS-VOID-AFTER-INT PIC 9(8) COMP-3.
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           02 WS-DW-YYYY PIC 9(4).
           02 WS-DW-MM PIC 99.
           02 WS-DW-DD PIC 99.
       01 WS-DATE-EDIT.
           02 WS-DE-MM PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-DE-DD PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-DE-YYYY PIC 9(4).

       01 WS-PRINT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REPRINT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PRINT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-FIRST-CHECK PIC 9(7) VALUE ZERO.
       01 WS-LAST-CHECK PIC 9(7) VALUE ZERO.
       01 WS-ISSUE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ISSUE-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ISSUE-RANGE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ISSUE-RANGE-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

      *> The refund account the check stock is drawn on.
       01 WS-DRAWER-NAME PIC X(40) VALUE "LEARNING RECEIVABLES".
       01 WS-DRAWER-BANK PIC X(40) VALUE "FIRST NATIONAL BANK".
       01 WS-DRAWER-ROUTING PIC X(9) VALUE "091000019".
       01 WS-DRAWER-ACCOUNT PIC X(12) VALUE "4001234567".

       01 WS-LETTER-IDNUM PIC 9(7).
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.
       01 WS-SEASONAL-SWITCH PIC X.
           88 WS-SEASONAL-PICKED VALUE 'Y'.
       01 WS-WINDOW-SWITCH PIC X.
           88 WS-IN-SEASON VALUE 'Y'.
       01 WS-RUN-MMDD PIC 9(4).
       01 WS-SEL-STREET PIC X(25).
       01 WS-SEL-CITY PIC X(15).
       01 WS-SEL-STATE PIC XX.
       01 WS-SEL-ZIP PIC X(10).

      *> Amount in words for the legal line of the check.
       01 WS-ONES-LIST.
           02 FILLER PIC X(9) VALUE "ONE".
           02 FILLER PIC X(9) VALUE "TWO".
           02 FILLER PIC X(9) VALUE "THREE".
           02 FILLER PIC X(9) VALUE "FOUR".
           02 FILLER PIC X(9) VALUE "FIVE".
           02 FILLER PIC X(9) VALUE "SIX".
           02 FILLER PIC X(9) VALUE "SEVEN".
           02 FILLER PIC X(9) VALUE "EIGHT".
           02 FILLER PIC X(9) VALUE "NINE".
           02 FILLER PIC X(9) VALUE "TEN".
           02 FILLER PIC X(9) VALUE "ELEVEN".
           02 FILLER PIC X(9) VALUE "TWELVE".
           02 FILLER PIC X(9) VALUE "THIRTEEN".
           02 FILLER PIC X(9) VALUE "FOURTEEN".
           02 FILLER PIC X(9) VALUE "FIFTEEN".
           02 FILLER PIC X(9) VALUE "SIXTEEN".
           02 FILLER PIC X(9) VALUE "SEVENTEEN".
           02 FILLER PIC X(9) VALUE "EIGHTEEN".
           02 FILLER PIC X(9) VALUE "NINETEEN".
       01 WS-ONES-TABLE REDEFINES WS-ONES-LIST.
           02 WS-ONES-WORD PIC X(9) OCCURS 19 TIMES.
       01 WS-TENS-LIST.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "TWENTY".
           02 FILLER PIC X(7) VALUE "THIRTY".
           02 FILLER PIC X(7) VALUE "FORTY".
           02 FILLER PIC X(7) VALUE "FIFTY".
           02 FILLER PIC X(7) VALUE "SIXTY".
           02 FILLER PIC X(7) VALUE "SEVENTY".
           02 FILLER PIC X(7) VALUE "EIGHTY".
           02 FILLER PIC X(7) VALUE "NINETY".
       01 WS-TENS-TABLE REDEFINES WS-TENS-LIST.
           02 WS-TENS-WORD PIC X(7) OCCURS 9 TIMES.
       01 WS-WORD-AMOUNT PIC 9(7)V99.
       01 WS-WORD-SPLIT REDEFINES WS-WORD-AMOUNT.
           02 WS-WORD-DOLLARS PIC 9(7).
           02 WS-WORD-CENTS PIC 99.
       01 WS-WORD-THOUSANDS PIC 9(4).
       01 WS-GROUP-VALUE PIC 9(3).
       01 WS-GROUP-SPLIT REDEFINES WS-GROUP-VALUE.
           02 WS-GROUP-HUNDREDS PIC 9.
           02 WS-GROUP-TENS PIC 9.
           02 WS-GROUP-UNITS PIC 9.
       01 WS-GROUP-REST PIC 99.
       01 WS-GROUP-NAME PIC X(9).
       01 WS-AMOUNT-WORDS PIC X(100).
       01 WS-WORD-PTR PIC 9(3) COMP-3.

       01 CHECKNUMBERLINE.
           02 FILLER PIC X(62) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "CHECK NO. ".
           02 PRNCHECKNO PIC 9(7).
       01 CHECKDRAWERLINE.
           02 PRNDRAWER PIC X(40).
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "DATE ".
           02 PRNCHECKDATE PIC X(10).
       01 CHECKPAYLINE.
           02 FILLER PIC X(20) VALUE "PAY TO THE ORDER OF ".
           02 PRNPAYEE PIC X(42).
           02 PRNFIGURES PIC $**,***,**9.99.
       01 CHECKMEMOLINE.
           02 FILLER PIC X(15) VALUE "MEMO  REFUND - ".
           02 FILLER PIC X(8) VALUE "ACCOUNT ".
           02 PRNMEMOID PIC 9(7).
           02 FILLER PIC X(32) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "VOID AFTER ".
           02 PRNVOIDAFTER PIC X(10).
      *> MICR E-13B on the stock's MICR font: A is the transit
      *> symbol, C the on-us symbol.
       01 CHECKMICRLINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X VALUE 'C'.
           02 PRNMICRCHECK PIC 9(7).
           02 FILLER PIC X VALUE 'C'.
           02 FILLER PIC X VALUE SPACE.
           02 FILLER PIC X VALUE 'A'.
           02 PRNMICRROUTING PIC X(9).
           02 FILLER PIC X VALUE 'A'.
           02 FILLER PIC X VALUE SPACE.
           02 PRNMICRACCOUNT PIC X(12).
           02 FILLER PIC X VALUE 'C'.
       01 CHECKADDRLINE PIC X(60).

       01 CONTROLLINE.
           02 PRNCTLLABEL PIC X(40).
           02 PRNCTLVALUE PIC X(40).
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-TOTAL-EDIT PIC $$$,$$$,$$9.99.

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X VALUE 'F'.
       01 WS-LOCK-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-LOCK-OPERATOR PIC X(8) VALUE "CHKPRINT".
       01 WS-LOCK-RESULT PIC X.
           88 WS-LOCK-GRANTED VALUE 'Y'.
       01 WS-LOCK-HOLDER PIC X(8).

       01 WS-CHECK-PATH PIC X(30) VALUE "files/RefundChecks.dat".
       01 WS-WORK-PATH PIC X(30) VALUE "files/CheckPrint.tmp".
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       01 WS-CK-STATUS PIC XX.
       01 WS-CW-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-NC-STATUS PIC XX.
       01 WS-PP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Prints every refund check RefundRun has issued and not yet
      *> printed, on the pre-printed check stock, and reissues under
      *> a new number any check CheckRecon has voided for reprint -
      *> a check already printed is never printed a second time. The
      *> positive pay issue file is rebuilt from the updated check
      *> file and the control page proves it against the checks
      *> printed in the run.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE 'A' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER
           IF NOT WS-LOCK-GRANTED
               DISPLAY "Customer file held by operator "
                   WS-LOCK-HOLDER " - check print not started"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-GET-NEXT-CHECK-NUMBER
           OPEN INPUT CHECKFILE
           IF WS-CK-STATUS NOT = "00"
               DISPLAY "No refund check file - status " WS-CK-STATUS
               PERFORM 0300-RELEASE-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT CHECKWORK
           IF WS-CW-STATUS NOT = "00"
               MOVE "CHECKWORK" TO WS-ABEND-FILE-NAME
               MOVE WS-CW-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS = "00"
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF WS-PR-STATUS NOT = "00"
               MOVE "PRINTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PRINT-ONE-CHECK UNTIL WSEOF
           CLOSE CHECKFILE
           CLOSE CHECKWORK
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMERFILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-CHECK-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-CHECK-PATH
               RETURNING WS-RENAME-RC
           PERFORM 0200-SAVE-NEXT-CHECK-NUMBER
           PERFORM 3000-REBUILD-POSITIVE-PAY
           PERFORM 4000-PRINT-CONTROL-PAGE
           CLOSE PRINTFILE
           PERFORM 0300-RELEASE-LOCK
           DISPLAY "Check print complete - " WS-PRINT-COUNT
               " checks printed (" WS-REPRINT-COUNT " reprints) for "
               WS-PRINT-TOTAL
           GOBACK.

       0100-GET-NEXT-CHECK-NUMBER.
           OPEN INPUT NEXTCHECKFILE
           IF WS-NC-STATUS = "00"
               READ NEXTCHECKFILE
                   AT END MOVE 1 TO NCK-NEXT-NUMBER
               END-READ
               MOVE NCK-NEXT-NUMBER TO WS-NEXT-CHECK
               CLOSE NEXTCHECKFILE
           END-IF.

       0200-SAVE-NEXT-CHECK-NUMBER.
           OPEN OUTPUT NEXTCHECKFILE
           MOVE WS-NEXT-CHECK TO NCK-NEXT-NUMBER
           WRITE NEXTCHECKRECORD
           CLOSE NEXTCHECKFILE.

       0300-RELEASE-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

      *> Checks from before the print file carry no print status;
      *> they were typed from the register and count as printed.
       1000-PRINT-ONE-CHECK.
           READ CHECKFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF
               IF CHK-OUTSTANDING AND CHK-PRINT-DUE
                   PERFORM 2000-PRINT-CHECK-FACE
                   SET CHK-PRINTED TO TRUE
                   MOVE WS-TD-DATE TO CHK-PRINT-DATE
                   WRITE WORKRECORD FROM CHECKRECORD
               ELSE IF CHK-VOIDED AND CHK-REPRINT-DUE
                   SET CHK-REPRINTED TO TRUE
                   WRITE WORKRECORD FROM CHECKRECORD
                   PERFORM 1100-REISSUE-VOIDED-CHECK
               ELSE
                   WRITE WORKRECORD FROM CHECKRECORD
               END-IF
           END-IF.

      *> The replacement keeps the payee, amount and customer of the
      *> voided check and records the number it replaces.
       1100-REISSUE-VOIDED-CHECK.
           MOVE CHK-NUMBER TO CHK-ORIGINAL-NUMBER
           MOVE WS-NEXT-CHECK TO CHK-NUMBER
           ADD 1 TO WS-NEXT-CHECK
           MOVE WS-TD-DATE TO CHK-DATE
           MOVE 'O' TO CHK-STATUS
           ADD 1 TO WS-REPRINT-COUNT
           PERFORM 2000-PRINT-CHECK-FACE
           SET CHK-PRINTED TO TRUE
           MOVE WS-TD-DATE TO CHK-PRINT-DATE
           WRITE WORKRECORD FROM CHECKRECORD.

      *> Laid out for the pre-printed stock: check number and date at
      *> the top right, payee and amount on the pay line, the legal
      *> amount in words, the payee address in the envelope window,
      *> the memo and void-after date, and the MICR line at the foot.
       2000-PRINT-CHECK-FACE.
           ADD 1 TO WS-PRINT-COUNT
           ADD CHK-AMOUNT TO WS-PRINT-TOTAL
           IF WS-FIRST-CHECK = ZERO
               MOVE CHK-NUMBER TO WS-FIRST-CHECK
           END-IF
           MOVE CHK-NUMBER TO WS-LAST-CHECK
           PERFORM 2100-SELECT-MAIL-ADDRESS
           MOVE CHK-NUMBER TO PRNCHECKNO
           WRITE PRINTLINE FROM CHECKNUMBERLINE AFTER ADVANCING PAGE
           MOVE WS-DRAWER-NAME TO PRNDRAWER
           MOVE CHK-DATE TO WS-DATE-WORK
           PERFORM 2500-EDIT-DATE
           MOVE WS-DATE-EDIT TO PRNCHECKDATE
           WRITE PRINTLINE FROM CHECKDRAWERLINE AFTER ADVANCING 2 LINES
           MOVE CHK-PAYEE TO PRNPAYEE
           MOVE CHK-AMOUNT TO PRNFIGURES
           WRITE PRINTLINE FROM CHECKPAYLINE AFTER ADVANCING 3 LINES
           MOVE CHK-AMOUNT TO WS-WORD-AMOUNT
           PERFORM 2400-BUILD-AMOUNT-WORDS
           WRITE PRINTLINE FROM WS-AMOUNT-WORDS
               AFTER ADVANCING 2 LINES
           MOVE CHK-PAYEE TO PRINTLINE
           WRITE PRINTLINE AFTER ADVANCING 3 LINES
           PERFORM 2200-PRINT-ADDRESS
           WRITE PRINTLINE FROM WS-DRAWER-BANK AFTER ADVANCING 2 LINES
           MOVE CHK-IDNUM TO PRNMEMOID
           COMPUTE WS-VOID-AFTER-INT =
               FUNCTION INTEGER-OF-DATE(CHK-DATE) + WS-VOID-AFTER-DAYS
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-VOID-AFTER-INT)
           PERFORM 2500-EDIT-DATE
           MOVE WS-DATE-EDIT TO PRNVOIDAFTER
           WRITE PRINTLINE FROM CHECKMEMOLINE AFTER ADVANCING 3 LINES
           MOVE CHK-NUMBER TO PRNMICRCHECK
           MOVE WS-DRAWER-ROUTING TO PRNMICRROUTING
           MOVE WS-DRAWER-ACCOUNT TO PRNMICRACCOUNT
           WRITE PRINTLINE FROM CHECKMICRLINE
               AFTER ADVANCING 3 LINES.

      *> Same address choice as the dunning letters: an estate
      *> address wins, then an in-season seasonal address, then the
      *> primary mailing address.
       2100-SELECT-MAIL-ADDRESS.
           MOVE CHK-IDNUM TO WS-LETTER-IDNUM
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 'N' TO WS-SEASONAL-SWITCH
           MOVE 'N' TO WS-ASCAN-EOF-SWITCH
           IF NOT WS-CUSTOMER-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TD-DATE(5:4) TO WS-RUN-MMDD
           MOVE CHK-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-ASCAN-EOF TO TRUE
           END-START
           PERFORM 2110-CHECK-ONE-ADDRESS UNTIL WS-ASCAN-EOF.

       2110-CHECK-ONE-ADDRESS.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-ASCAN-EOF TO TRUE
           END-READ
           IF NOT WS-ASCAN-EOF
               IF CA-IDNUM NOT = WS-LETTER-IDNUM
                   OR CA-REC-TYPE NOT = 'A'
                   SET WS-ASCAN-EOF TO TRUE
               ELSE
                   PERFORM 2120-CONSIDER-ADDRESS
               END-IF
           END-IF.

       2120-CONSIDER-ADDRESS.
           IF CA-USAGE-ESTATE
               MOVE 'Y' TO WS-SEASONAL-SWITCH
               PERFORM 2140-HOLD-THIS-ADDRESS
           ELSE IF CA-USAGE-SEASONAL AND NOT WS-SEASONAL-PICKED
               PERFORM 2130-CHECK-SEASON-WINDOW
               IF WS-IN-SEASON
                   MOVE 'Y' TO WS-SEASONAL-SWITCH
                   PERFORM 2140-HOLD-THIS-ADDRESS
               END-IF
           ELSE
               IF NOT WS-SEASONAL-PICKED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   PERFORM 2140-HOLD-THIS-ADDRESS
               END-IF
           END-IF.

       2130-CHECK-SEASON-WINDOW.
           MOVE 'N' TO WS-WINDOW-SWITCH
           IF CA-SEASON-FROM > ZERO AND CA-SEASON-TO > ZERO
               IF CA-SEASON-FROM <= CA-SEASON-TO
                   IF WS-RUN-MMDD >= CA-SEASON-FROM
                       AND WS-RUN-MMDD <= CA-SEASON-TO
                       MOVE 'Y' TO WS-WINDOW-SWITCH
                   END-IF
               ELSE
                   IF WS-RUN-MMDD >= CA-SEASON-FROM
                       OR WS-RUN-MMDD <= CA-SEASON-TO
                       MOVE 'Y' TO WS-WINDOW-SWITCH
                   END-IF
               END-IF
           END-IF.

       2140-HOLD-THIS-ADDRESS.
           MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           MOVE CA-STREET TO WS-SEL-STREET
           MOVE CA-CITY TO WS-SEL-CITY
           MOVE CA-STATE TO WS-SEL-STATE
           MOVE CA-ZIP TO WS-SEL-ZIP.

       2200-PRINT-ADDRESS.
           IF WS-ADDR-FOUND
               WRITE PRINTLINE FROM WS-SEL-STREET
               MOVE SPACES TO CHECKADDRLINE
               STRING FUNCTION TRIM(WS-SEL-CITY) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-SEL-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEL-ZIP) DELIMITED BY SIZE
                   INTO CHECKADDRLINE
               WRITE PRINTLINE FROM CHECKADDRLINE
           ELSE
               MOVE "(no address on file)" TO PRINTLINE
               WRITE PRINTLINE
               DISPLAY "Check " CHK-NUMBER " - no mailing address "
                   "for customer " CHK-IDNUM
           END-IF.

      *> Dollars in words by thousands groups, cents as a fraction,
      *> the rest of the line filled with asterisks.
       2400-BUILD-AMOUNT-WORDS.
           MOVE ALL '*' TO WS-AMOUNT-WORDS
           MOVE 1 TO WS-WORD-PTR
           IF WS-WORD-DOLLARS = ZERO
               STRING "ZERO " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR
           END-IF
           COMPUTE WS-GROUP-VALUE = WS-WORD-DOLLARS / 1000000
           MOVE "MILLION" TO WS-GROUP-NAME
           PERFORM 2410-ADD-GROUP-WORDS
           COMPUTE WS-WORD-THOUSANDS = WS-WORD-DOLLARS / 1000
           COMPUTE WS-GROUP-VALUE =
               FUNCTION MOD(WS-WORD-THOUSANDS, 1000)
           MOVE "THOUSAND" TO WS-GROUP-NAME
           PERFORM 2410-ADD-GROUP-WORDS
           COMPUTE WS-GROUP-VALUE =
               FUNCTION MOD(WS-WORD-DOLLARS, 1000)
           MOVE SPACES TO WS-GROUP-NAME
           PERFORM 2410-ADD-GROUP-WORDS
           STRING "AND " DELIMITED BY SIZE
               WS-WORD-CENTS DELIMITED BY SIZE
               "/100 DOLLARS " DELIMITED BY SIZE
               INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR.

       2410-ADD-GROUP-WORDS.
           IF WS-GROUP-VALUE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-GROUP-HUNDREDS > ZERO
               STRING WS-ONES-WORD(WS-GROUP-HUNDREDS)
                   DELIMITED BY SPACE
                   " HUNDRED " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR
           END-IF
           PERFORM 2420-ADD-TENS-WORDS
           IF WS-GROUP-NAME NOT = SPACES
               STRING WS-GROUP-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR
           END-IF.

       2420-ADD-TENS-WORDS.
           COMPUTE WS-GROUP-REST = WS-GROUP-TENS * 10 + WS-GROUP-UNITS
           IF WS-GROUP-REST > ZERO AND WS-GROUP-REST < 20
               STRING WS-ONES-WORD(WS-GROUP-REST) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR
           ELSE IF WS-GROUP-REST >= 20
               STRING WS-TENS-WORD(WS-GROUP-TENS) DELIMITED BY SPACE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR
               IF WS-GROUP-UNITS > ZERO
                   STRING "-" DELIMITED BY SIZE
                       WS-ONES-WORD(WS-GROUP-UNITS) DELIMITED BY SPACE
                       INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR
               END-IF
               STRING " " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORD-PTR
           END-IF.

       2500-EDIT-DATE.
           MOVE WS-DW-MM TO WS-DE-MM
           MOVE WS-DW-DD TO WS-DE-DD
           MOVE WS-DW-YYYY TO WS-DE-YYYY.

      *> Same rule as CheckRecon's positive pay extract: every check
      *> still outstanding goes to the bank, so voided originals drop
      *> off and their replacements are on it.
       3000-REBUILD-POSITIVE-PAY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CHECKFILE
           IF WS-CK-STATUS NOT = "00"
               MOVE "CHECKFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT POSPAYFILE
           IF WS-PP-STATUS NOT = "00"
               MOVE "POSPAYFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 3010-EXTRACT-ONE-CHECK UNTIL WSEOF
           CLOSE CHECKFILE
           CLOSE POSPAYFILE.

       3010-EXTRACT-ONE-CHECK.
           READ CHECKFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF CHK-OUTSTANDING
                       MOVE CHK-NUMBER TO PP-NUMBER
                       MOVE CHK-AMOUNT TO PP-AMOUNT
                       MOVE CHK-DATE TO PP-DATE
                       MOVE CHK-PAYEE TO PP-PAYEE
                       WRITE POSPAYRECORD
                       ADD 1 TO WS-ISSUE-COUNT
                       ADD CHK-AMOUNT TO WS-ISSUE-TOTAL
                       IF CHK-NUMBER >= WS-FIRST-CHECK
                           AND CHK-NUMBER <= WS-LAST-CHECK
                           AND CHK-PRINT-DATE = WS-TD-DATE
                           ADD 1 TO WS-ISSUE-RANGE-COUNT
                           ADD CHK-AMOUNT TO WS-ISSUE-RANGE-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *> The checks printed in this run must appear on the issue file
      *> for the same count and total, or the run ends with RC 8.
       4000-PRINT-CONTROL-PAGE.
           MOVE "CHECK PRINT CONTROL PAGE" TO PRINTLINE
           WRITE PRINTLINE AFTER ADVANCING PAGE
           MOVE "Run date" TO PRNCTLLABEL
           MOVE WS-TD-DATE TO WS-DATE-WORK
           PERFORM 2500-EDIT-DATE
           MOVE WS-DATE-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE AFTER ADVANCING 2 LINES
           MOVE "First check number" TO PRNCTLLABEL
           MOVE WS-FIRST-CHECK TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           MOVE "Last check number" TO PRNCTLLABEL
           MOVE WS-LAST-CHECK TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           MOVE "Checks printed" TO PRNCTLLABEL
           MOVE WS-PRINT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           MOVE "  of which reprints of voided checks" TO PRNCTLLABEL
           MOVE WS-REPRINT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           MOVE "Total printed" TO PRNCTLLABEL
           MOVE WS-PRINT-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           MOVE "PositivePay.dat - checks this run" TO PRNCTLLABEL
           MOVE WS-ISSUE-RANGE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE AFTER ADVANCING 2 LINES
           MOVE "PositivePay.dat - total this run" TO PRNCTLLABEL
           MOVE WS-ISSUE-RANGE-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           MOVE "PositivePay.dat - all issued checks" TO PRNCTLLABEL
           MOVE WS-ISSUE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           MOVE "PositivePay.dat - all issued total" TO PRNCTLLABEL
           MOVE WS-ISSUE-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO PRNCTLVALUE
           WRITE PRINTLINE FROM CONTROLLINE
           IF WS-ISSUE-RANGE-COUNT = WS-PRINT-COUNT
               AND WS-ISSUE-RANGE-TOTAL = WS-PRINT-TOTAL
               MOVE "Printed checks agree with the issue file"
                   TO PRINTLINE
           ELSE
               MOVE "PRINTED CHECKS DO NOT AGREE WITH THE ISSUE FILE"
                   TO PRINTLINE
               DISPLAY "Check print does not agree with PositivePay.dat"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PRINTLINE AFTER ADVANCING 2 LINES.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
