            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmSample.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTHENDFILE ASSIGN TO "files/MonthEndBalances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ME-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT AUDITCONFIRM ASSIGN TO "files/AuditConfirmations.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACF-KEY
               FILE STATUS IS WS-AC-STATUS.
           SELECT LETTERFILE ASSIGN TO "files/ConfirmLetters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT SAMPLEREPORT ASSIGN TO "files/ConfirmSample.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MONTHENDFILE.
       01 MONTHENDRECORD.
           02 MEB-PERIOD PIC 9(6).
           02 MEB-IDNUM PIC 9(7).
           02 MEB-BALANCE PIC S9(7)V99.
           02 MEB-YTD-INTEREST PIC S9(9)V99.
           02 MEB-YTD-PAYMENTS PIC S9(9)V99.

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD AUDITCONFIRM.
       COPY "AuditConfirm.cpy".

       FD LETTERFILE.
       01 PRINTLINE PIC X(80).

       FD SAMPLEREPORT.
       01 SAMPLELINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-ASCAN-EOF-SWITCH PIC X.
           88 WS-ASCAN-EOF VALUE 'Y'.
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-ESTATE-PICKED VALUE 'Y'.
       01 WS-ADDR-STATUS-HOLD PIC X.
       01 WS-DRAWN-SWITCH PIC X VALUE 'N'.
           88 WS-ALREADY-DRAWN VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20). *> optional PARM "M 30 YYYYMM"
       01 WS-SEL-METHOD PIC X.
           88 WS-SEL-RANDOM VALUE 'R'.
           88 WS-SEL-THRESHOLD VALUE 'T'.
           88 WS-SEL-MONETARY VALUE 'M'.
           88 WS-SEL-METHOD-VALID VALUE 'R' 'T' 'M'.
       01 WS-SEL-VALUE PIC 9(7).
       01 WS-SEL-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-SEL-PERIOD-X REDEFINES WS-SEL-PERIOD.
           02 WS-SEL-YYYY PIC 9(4).
           02 WS-SEL-MM PIC 99.
       01 WS-NEXT-MONTH-DATE.
           02 WS-NM-YYYY PIC 9(4).
           02 WS-NM-MM PIC 99.
           02 WS-NM-DD PIC 99 VALUE 1.
       01 WS-NEXT-MONTH-DATE9 REDEFINES WS-NEXT-MONTH-DATE PIC 9(8).
       01 WS-PERIOD-END-DATE PIC 9(8).
       01 WS-TODAY-DATE PIC 9(8).

       01 WS-POP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-POP-OVERFLOW PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-POP-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.
       01 WS-POP-IDX PIC 9(5) COMP-3.
       01 WS-POP-TABLE.
           02 WS-POP-ENTRY OCCURS 9999 TIMES.
               03 WS-PE-IDNUM PIC 9(7).
               03 WS-PE-AMOUNT PIC 9(7)V99.
               03 WS-PE-PICKED PIC X.
                   88 WS-PE-IN-SAMPLE VALUE 'Y'.

       01 WS-PICKED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PICKED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.
       01 WS-LETTER-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-RANDOM-SEED PIC 9(9) COMP-3.
       01 WS-RANDOM-WORK PIC 9(18) COMP-3.
       01 WS-RANDOM-VALUE PIC 9(9) COMP-3.
       01 WS-START-SEED PIC 9(9).

       01 WS-MUS-INTERVAL PIC 9(9)V99 COMP-3.
       01 WS-MUS-CENTS PIC 9(11) COMP-3.
       01 WS-MUS-NEXT PIC 9(11)V99 COMP-3.
       01 WS-MUS-CUMULATIVE PIC 9(11)V99 COMP-3.

       01 WS-LETTER-IDNUM PIC 9(7).
       01 WS-SEL-STREET PIC X(25).
       01 WS-SEL-CITY PIC X(15).
       01 WS-SEL-STATE PIC XX.
       01 WS-SEL-ZIP PIC X(10).

       01 WS-QUEUE-DOC PIC X(4) VALUE "ACNF".
       01 WS-QUEUE-CHANNEL PIC X VALUE 'P'.

       01 LETTERNAMELINE PIC X(60).
       01 LETTERADDRLINE PIC X(60).
       01 LETTERREFLINE.
           02 FILLER PIC X(9) VALUE "Account  ".
           02 PRNREFID PIC 9(7).
           02 FILLER PIC X(26) VALUE "    Balance at close of   ".
           02 PRNREFDATE PIC 9999/99/99.
       01 LETTERMONEYLINE.
           02 PRNMONEYLABEL PIC X(30).
           02 PRNMONEYVALUE PIC $$,$$$,$$9.99.

       01 SAMPLEHEADING.
           02 FILLER PIC X(36)
               VALUE "Receivables confirmation sample for ".
           02 PRNHDPERIOD PIC 9(6).
           02 FILLER PIC X(10) VALUE " - method ".
           02 PRNHDMETHOD PIC X(24).
       01 SAMPLEHEADING2.
           02 FILLER PIC X(20) VALUE "Population accounts ".
           02 PRNHDPOPCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "  amount  ".
           02 PRNHDPOPTOTAL PIC $$$,$$$,$$$,$$9.99.
           02 FILLER PIC X(8) VALUE "  seed  ".
           02 PRNHDSEED PIC 9(9).
       01 SAMPLEHEADING3.
           02 FILLER PIC X(20) VALUE "Selection value     ".
           02 PRNHDVALUE PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(14) VALUE "  interval    ".
           02 PRNHDINTERVAL PIC $$$,$$$,$$9.99.
       01 SAMPLEHEADS.
           02 FILLER PIC X(46) VALUE "Customer Name".
           02 FILLER PIC X(22) VALUE "  Book balance  Letter".
       01 SAMPLEDETAIL.
           02 PRNSMID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSMNAME PIC X(36).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSMAMOUNT PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSMLETTER PIC X(30).
       01 SAMPLEFOOTING.
           02 FILLER PIC X(20) VALUE "Accounts selected   ".
           02 PRNFTCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "  amount  ".
           02 PRNFTTOTAL PIC $$$,$$$,$$$,$$9.99.
           02 FILLER PIC X(12) VALUE "  letters   ".
           02 PRNFTLETTERS PIC ZZ,ZZ9.

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-ME-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-LT-STATUS PIC XX.
       01 WS-SP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Once a year the auditors confirm a sample of customer
      *> balances directly with the customers. The population is
      *> every account owing money in a month-end snapshot on
      *> MonthEndBalances.dat (the latest one unless a period is
      *> given). The sample is drawn one of three ways:
      *>   R n   n accounts picked at random
      *>   T n   every account owing n dollars or more
      *>   M n   n monetary-unit picks: every account containing a
      *>         dollar at a fixed interval from a random start, so
      *>         large balances are the more likely to be picked
      *> The random seed is printed on the sample listing. Each pick
      *> goes on AuditConfirmations.dat awaiting a reply and gets a
      *> positive confirmation letter; replies are recorded with
      *> ConfirmMaint and differences listed by ConfirmExceptions.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - ConfirmSample ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 0100-GET-SELECTION
           IF NOT WS-SEL-METHOD-VALID OR WS-SEL-VALUE = ZERO
               DISPLAY "Selection must be R, T or M with a value - "
                   "no sample drawn"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-LOAD-POPULATION
           IF WS-POP-COUNT = ZERO
               DISPLAY "No balances owing for period " WS-SEL-PERIOD
                   " - no sample drawn"
               GOBACK
           END-IF
           OPEN I-O AUDITCONFIRM
           IF WS-AC-STATUS = "35"
               OPEN OUTPUT AUDITCONFIRM
               CLOSE AUDITCONFIRM
               OPEN I-O AUDITCONFIRM
           END-IF
           IF WS-AC-STATUS NOT = "00"
               MOVE "AUDITCONFIRM" TO WS-ABEND-FILE-NAME
               MOVE WS-AC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1200-CHECK-ALREADY-DRAWN
           IF WS-ALREADY-DRAWN
               DISPLAY "A confirmation sample for " WS-SEL-PERIOD
                   " is already on file - no sample drawn"
               CLOSE AUDITCONFIRM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-START-SEED
           ADD 1 TO WS-START-SEED
           MOVE WS-START-SEED TO WS-RANDOM-SEED
           EVALUATE TRUE
               WHEN WS-SEL-RANDOM
                   PERFORM 2000-SELECT-RANDOM
               WHEN WS-SEL-THRESHOLD
                   PERFORM 2100-SELECT-THRESHOLD
               WHEN OTHER
                   PERFORM 2200-SELECT-MONETARY-UNIT
           END-EVALUATE
           PERFORM 3000-OPEN-OUTPUTS
           PERFORM 3100-CONFIRM-ONE-PICK
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT
           MOVE WS-PICKED-COUNT TO PRNFTCOUNT
           MOVE WS-PICKED-TOTAL TO PRNFTTOTAL
           MOVE WS-LETTER-COUNT TO PRNFTLETTERS
           WRITE SAMPLELINE FROM SAMPLEFOOTING AFTER ADVANCING 2 LINES
           CLOSE CUSTOMERFILE
           CLOSE AUDITCONFIRM
           CLOSE LETTERFILE
           CLOSE SAMPLEREPORT
           DISPLAY "Confirmation sample for " WS-SEL-PERIOD " - "
               WS-PICKED-COUNT " selected from " WS-POP-COUNT ", "
               WS-LETTER-COUNT " letters, " WS-NO-ADDRESS-COUNT
               " without a good address, " WS-MISSING-COUNT
               " not on the master"
           IF WS-POP-OVERFLOW > ZERO
               DISPLAY "  " WS-POP-OVERFLOW " balances beyond the "
                   "9,999-account table were left out of the population"
           END-IF
           GOBACK.

       0100-GET-SELECTION.
           MOVE SPACE TO WS-SEL-METHOD
           MOVE ZERO TO WS-SEL-VALUE
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                   INTO WS-SEL-METHOD, WS-SEL-VALUE, WS-SEL-PERIOD
               END-UNSTRING
           ELSE
               DISPLAY "Selection R)andom, T)hreshold or M)onetary "
                   "unit " WITH NO ADVANCING
               ACCEPT WS-SEL-METHOD
               DISPLAY "Sample size (R, M) or dollar threshold (T) "
                   WITH NO ADVANCING
               ACCEPT WS-SEL-VALUE
               DISPLAY "Month-end period YYYYMM (0 for the latest) "
                   WITH NO ADVANCING
               ACCEPT WS-SEL-PERIOD
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SEL-METHOD) TO WS-SEL-METHOD
           IF WS-SEL-PERIOD IS NOT NUMERIC
               MOVE ZERO TO WS-SEL-PERIOD
           END-IF.

      *> The snapshot balance is signed the customer's way round, so
      *> an account owing money carries a negative balance.
       1000-LOAD-POPULATION.
           OPEN INPUT MONTHENDFILE
           IF WS-ME-STATUS NOT = "00"
               DISPLAY "No month-end balance file - status "
                   WS-ME-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-PERIOD = ZERO
               PERFORM 1010-FIND-LATEST-PERIOD UNTIL WSEOF
               CLOSE MONTHENDFILE
               OPEN INPUT MONTHENDFILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           PERFORM 1020-LOAD-ONE-BALANCE UNTIL WSEOF
           CLOSE MONTHENDFILE
           MOVE WS-SEL-YYYY TO WS-NM-YYYY
           MOVE WS-SEL-MM TO WS-NM-MM
           ADD 1 TO WS-NM-MM
           IF WS-NM-MM > 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-YYYY
           END-IF
           IF WS-SEL-PERIOD > ZERO
               COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE9) - 1)
           END-IF.

       1010-FIND-LATEST-PERIOD.
           READ MONTHENDFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF MEB-PERIOD > WS-SEL-PERIOD
                       MOVE MEB-PERIOD TO WS-SEL-PERIOD
                   END-IF
           END-READ.

       1020-LOAD-ONE-BALANCE.
           READ MONTHENDFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF MEB-PERIOD NOT = WS-SEL-PERIOD OR MEB-BALANCE >= ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-POP-COUNT >= 9999
               ADD 1 TO WS-POP-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POP-COUNT
           MOVE MEB-IDNUM TO WS-PE-IDNUM(WS-POP-COUNT)
           COMPUTE WS-PE-AMOUNT(WS-POP-COUNT) = MEB-BALANCE * -1
           MOVE 'N' TO WS-PE-PICKED(WS-POP-COUNT)
           ADD WS-PE-AMOUNT(WS-POP-COUNT) TO WS-POP-TOTAL.

       1200-CHECK-ALREADY-DRAWN.
           MOVE WS-SEL-PERIOD TO ACF-PERIOD
           MOVE ZERO TO ACF-IDNUM
           START AUDITCONFIRM KEY IS NOT LESS THAN ACF-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ AUDITCONFIRM NEXT RECORD
               AT END EXIT PARAGRAPH
           END-READ
           IF ACF-PERIOD = WS-SEL-PERIOD
               MOVE 'Y' TO WS-DRAWN-SWITCH
           END-IF.

      *> A pick landing on an account already in the sample moves on
      *> to the next account not yet picked.
       2000-SELECT-RANDOM.
           MOVE "RANDOM" TO PRNHDMETHOD
           IF WS-SEL-VALUE >= WS-POP-COUNT
               PERFORM 2020-PICK-ENTRY
                   VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2010-PICK-ONE-AT-RANDOM
               UNTIL WS-PICKED-COUNT >= WS-SEL-VALUE.

       2010-PICK-ONE-AT-RANDOM.
           PERFORM 8000-NEXT-RANDOM
           COMPUTE WS-POP-IDX =
               FUNCTION MOD(WS-RANDOM-VALUE, WS-POP-COUNT) + 1
           PERFORM 2015-STEP-TO-FREE-ENTRY
               UNTIL NOT WS-PE-IN-SAMPLE(WS-POP-IDX)
           PERFORM 2020-PICK-ENTRY.

       2015-STEP-TO-FREE-ENTRY.
           ADD 1 TO WS-POP-IDX
           IF WS-POP-IDX > WS-POP-COUNT
               MOVE 1 TO WS-POP-IDX
           END-IF.

       2020-PICK-ENTRY.
           IF NOT WS-PE-IN-SAMPLE(WS-POP-IDX)
               MOVE 'Y' TO WS-PE-PICKED(WS-POP-IDX)
               ADD 1 TO WS-PICKED-COUNT
               ADD WS-PE-AMOUNT(WS-POP-IDX) TO WS-PICKED-TOTAL
           END-IF.

       2100-SELECT-THRESHOLD.
           MOVE "ALL AT OR ABOVE THRESHOLD" TO PRNHDMETHOD
           PERFORM 2110-CHECK-THRESHOLD
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT.

       2110-CHECK-THRESHOLD.
           IF WS-PE-AMOUNT(WS-POP-IDX) >= WS-SEL-VALUE
               PERFORM 2020-PICK-ENTRY
           END-IF.

      *> The sampling interval is the population amount divided by
      *> the sample size, and the first selected dollar falls at a
      *> random point within the first interval. An account as big
      *> as the interval is certain to be picked, and is picked only
      *> once however many selected dollars it holds.
       2200-SELECT-MONETARY-UNIT.
           MOVE "MONETARY UNIT" TO PRNHDMETHOD
           COMPUTE WS-MUS-INTERVAL = WS-POP-TOTAL / WS-SEL-VALUE
           IF WS-MUS-INTERVAL < 0.01
               MOVE 0.01 TO WS-MUS-INTERVAL
           END-IF
           COMPUTE WS-MUS-CENTS = WS-MUS-INTERVAL * 100
           PERFORM 8000-NEXT-RANDOM
           COMPUTE WS-MUS-NEXT =
               (FUNCTION MOD(WS-RANDOM-VALUE, WS-MUS-CENTS) + 1) / 100
           MOVE ZERO TO WS-MUS-CUMULATIVE
           PERFORM 2210-WALK-ONE-ACCOUNT
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT.

       2210-WALK-ONE-ACCOUNT.
           ADD WS-PE-AMOUNT(WS-POP-IDX) TO WS-MUS-CUMULATIVE
           PERFORM 2220-TAKE-SELECTED-DOLLAR
               UNTIL WS-MUS-NEXT > WS-MUS-CUMULATIVE.

       2220-TAKE-SELECTED-DOLLAR.
           PERFORM 2020-PICK-ENTRY
           ADD WS-MUS-INTERVAL TO WS-MUS-NEXT.

       3000-OPEN-OUTPUTS.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT LETTERFILE
           IF WS-LT-STATUS NOT = "00"
               MOVE "LETTERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-LT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT SAMPLEREPORT
           IF WS-SP-STATUS NOT = "00"
               MOVE "SAMPLEREPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-SP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-SEL-PERIOD TO PRNHDPERIOD
           MOVE WS-POP-COUNT TO PRNHDPOPCOUNT
           MOVE WS-POP-TOTAL TO PRNHDPOPTOTAL
           MOVE WS-START-SEED TO PRNHDSEED
           MOVE WS-SEL-VALUE TO PRNHDVALUE
           IF WS-SEL-MONETARY
               MOVE WS-MUS-INTERVAL TO PRNHDINTERVAL
           ELSE
               MOVE ZERO TO PRNHDINTERVAL
           END-IF
           WRITE SAMPLELINE FROM SAMPLEHEADING
           WRITE SAMPLELINE FROM SAMPLEHEADING2
           WRITE SAMPLELINE FROM SAMPLEHEADING3
           WRITE SAMPLELINE FROM SAMPLEHEADS AFTER ADVANCING 2 LINES.

       3100-CONFIRM-ONE-PICK.
           IF NOT WS-PE-IN-SAMPLE(WS-POP-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SAMPLEDETAIL
           MOVE WS-PE-IDNUM(WS-POP-IDX) TO PRNSMID
           MOVE WS-PE-AMOUNT(WS-POP-IDX) TO PRNSMAMOUNT
           MOVE WS-PE-IDNUM(WS-POP-IDX) TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "NOT ON FILE" TO PRNSMNAME
                   MOVE "NOT SENT - NOT ON MASTER" TO PRNSMLETTER
                   WRITE SAMPLELINE FROM SAMPLEDETAIL
                   EXIT PARAGRAPH
           END-READ
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO PRNSMNAME
           MOVE WS-SEL-PERIOD TO ACF-PERIOD
           MOVE WS-PE-IDNUM(WS-POP-IDX) TO ACF-IDNUM
           MOVE WS-SEL-METHOD TO ACF-METHOD
           COMPUTE ACF-BOOK-AMOUNT = WS-PE-AMOUNT(WS-POP-IDX)
           MOVE WS-TODAY-DATE TO ACF-SELECTED-DATE
           MOVE WS-OPERATOR-ID TO ACF-SELECTED-BY
           SET ACF-AWAITING TO TRUE
           MOVE ZERO TO ACF-STATED-AMOUNT
           MOVE ZERO TO ACF-DIFFERENCE
           MOVE ZERO TO ACF-RESPONSE-DATE
           MOVE SPACES TO ACF-RECORDED-BY
           WRITE AUDITCONFIRMRECORD
               INVALID KEY
                   DISPLAY "Confirmation already on file for "
                       ACF-IDNUM " - status " WS-AC-STATUS
           END-WRITE
           PERFORM 3200-SELECT-MAIL-ADDRESS
           IF NOT WS-ADDR-FOUND
               OR WS-ADDR-STATUS-HOLD = 'R'
               OR WS-ADDR-STATUS-HOLD = 'B'
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "NOT SENT - NO GOOD ADDRESS" TO PRNSMLETTER
           ELSE
               PERFORM 4000-PRINT-LETTER
               MOVE "SENT" TO PRNSMLETTER
           END-IF
           WRITE SAMPLELINE FROM SAMPLEDETAIL.

      *> An estate address (executor of a deceased customer) wins;
      *> otherwise the primary mailing address. A returned or
      *> confirmed-bad address gets no letter - the auditors apply
      *> other procedures to those accounts.
       3200-SELECT-MAIL-ADDRESS.
           MOVE IDNUM TO WS-LETTER-IDNUM
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 'N' TO WS-ESTATE-SWITCH
           MOVE 'N' TO WS-ASCAN-EOF-SWITCH
           MOVE SPACE TO WS-ADDR-STATUS-HOLD
           MOVE IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-ASCAN-EOF TO TRUE
           END-START
           PERFORM 3210-CHECK-ONE-ADDRESS UNTIL WS-ASCAN-EOF
           MOVE WS-LETTER-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

       3210-CHECK-ONE-ADDRESS.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-ASCAN-EOF TO TRUE
           END-READ
           IF NOT WS-ASCAN-EOF
               IF CA-IDNUM NOT = WS-LETTER-IDNUM
                   OR CA-REC-TYPE NOT = 'A'
                   SET WS-ASCAN-EOF TO TRUE
               ELSE
                   PERFORM 3220-CONSIDER-ADDRESS
               END-IF
           END-IF.

       3220-CONSIDER-ADDRESS.
           IF CA-USAGE-ESTATE
               MOVE 'Y' TO WS-ESTATE-SWITCH
               PERFORM 3230-HOLD-THIS-ADDRESS
           ELSE
               IF NOT WS-ESTATE-PICKED AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   PERFORM 3230-HOLD-THIS-ADDRESS
               END-IF
           END-IF.

       3230-HOLD-THIS-ADDRESS.
           MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           MOVE CA-STREET TO WS-SEL-STREET
           MOVE CA-CITY TO WS-SEL-CITY
           MOVE CA-STATE TO WS-SEL-STATE
           MOVE CA-ZIP TO WS-SEL-ZIP
           MOVE CA-ADDR-STATUS TO WS-ADDR-STATUS-HOLD.

       4000-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO LETTERNAMELINE
           WRITE PRINTLINE FROM LETTERNAMELINE AFTER ADVANCING PAGE
           WRITE PRINTLINE FROM WS-SEL-STREET
           MOVE SPACES TO LETTERADDRLINE
           STRING FUNCTION TRIM(WS-SEL-CITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-SEL-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEL-ZIP) DELIMITED BY SIZE
               INTO LETTERADDRLINE
           WRITE PRINTLINE FROM LETTERADDRLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "CONFIRMATION OF BALANCE - PLEASE REPLY" TO PRINTLINE
           WRITE PRINTLINE
           MOVE WS-LETTER-IDNUM TO PRNREFID
           MOVE WS-PERIOD-END-DATE TO PRNREFDATE
           WRITE PRINTLINE FROM LETTERREFLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           STRING "Dear " DELIMITED BY SIZE
               FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Our auditors are examining our accounts. Please "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "confirm to them directly the balance you owed us at "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "the close of business on the date above. This is "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "not a request for payment." TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Balance per our records ...." TO PRNMONEYLABEL
           MOVE WS-PE-AMOUNT(WS-POP-IDX) TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Please tick one box, sign and return this letter in "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "the enclosed envelope addressed to our auditors. "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "If the balance does not agree, give the amount you "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "show and any details that may explain the difference."
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "  [ ] The balance shown above is correct." TO PRINTLINE
           WRITE PRINTLINE
           MOVE "  [ ] The balance I owed was $________________"
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "      Details ____________________________________"
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Signature ______________________   Date __________"
               TO PRINTLINE
           WRITE PRINTLINE
           CALL 'QueueWrite' USING WS-LETTER-IDNUM, WS-QUEUE-DOC,
               WS-QUEUE-CHANNEL.

       8000-NEXT-RANDOM.
           COMPUTE WS-RANDOM-WORK =
               WS-RANDOM-SEED * 16807
           COMPUTE WS-RANDOM-SEED =
               FUNCTION MOD(WS-RANDOM-WORK, 999999937)
           MOVE WS-RANDOM-SEED TO WS-RANDOM-VALUE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
