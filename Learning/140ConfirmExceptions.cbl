            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmExceptions.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITCONFIRM ASSIGN TO "files/AuditConfirmations.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACF-KEY
               FILE STATUS IS WS-AC-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT EXCEPTIONRPT ASSIGN TO "files/ConfirmExceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITCONFIRM.
       COPY "AuditConfirm.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD EXCEPTIONRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HAVE-HISTORY PIC X VALUE 'N'.
           88 WS-HISTORY-FILE-OPEN VALUE 'Y'.
       01 WS-PASS PIC X.
           88 WS-PASS-DIFFERENCES VALUE 'D'.
           88 WS-PASS-UNANSWERED VALUE 'U'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMM"
       01 WS-RPT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-RPT-PERIOD-X REDEFINES WS-RPT-PERIOD.
           02 WS-RPT-YYYY PIC 9(4).
           02 WS-RPT-MM PIC 99.
       01 WS-NEXT-MONTH-DATE.
           02 WS-NM-YYYY PIC 9(4).
           02 WS-NM-MM PIC 99.
           02 WS-NM-DD PIC 99 VALUE 1.
       01 WS-NEXT-MONTH-DATE9 REDEFINES WS-NEXT-MONTH-DATE PIC 9(8).
       01 WS-PERIOD-END-DATE PIC 9(8).

       01 WS-HIST-MONTH-END PIC S9(7)V99.
       01 WS-HIST-FOUND-SWITCH PIC X.
           88 WS-HIST-AT-MONTH-END VALUE 'Y'.
       01 WS-LATER-NET PIC S9(9)V99 COMP-3.
       01 WS-LATER-COUNT PIC 9(5) COMP-3.
       01 WS-REMAINING PIC S9(9)V99 COMP-3.

       01 WS-SAMPLE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SAMPLE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-AGREED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-AGREED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-DIFF-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-DIFF-BOOK-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-DIFF-NET-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-NORESP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-NORESP-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-AWAIT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-AWAIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(40)
               VALUE "Receivables confirmation exceptions for ".
           02 PRNPERIOD PIC 9(6).
           02 FILLER PIC X(16) VALUE " - balances at  ".
           02 PRNPERIODEND PIC 9999/99/99.
       01 DIFFHEADING PIC X(60) VALUE
           "Differences reported by customers".
       01 UNANSHEADING PIC X(60) VALUE
           "Confirmations without an agreed reply".
       01 CUSTLINE.
           02 PRNCUSTID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCUSTNAME PIC X(41).
           02 FILLER PIC X(6) VALUE "Book  ".
           02 PRNBOOK PIC $$,$$$,$$9.99-.
           02 FILLER PIC X(9) VALUE "  Stated ".
           02 PRNSTATED PIC $$,$$$,$$9.99-.
       01 DIFFLINE.
           02 FILLER PIC X(24) VALUE "    Difference         ".
           02 PRNDIFF PIC $$,$$$,$$9.99-.
           02 FILLER PIC X(26) VALUE "   History at month end  ".
           02 PRNHISTME PIC $$,$$$,$$9.99-.
       01 HISTHEADLINE.
           02 FILLER PIC X(30) VALUE "    Posted after month end:".
           02 FILLER PIC X(30) VALUE "Date       Type  Program     ".
           02 FILLER PIC X(22) VALUE "  Amount    Owed after".
       01 HISTLINE.
           02 FILLER PIC X(30) VALUE SPACE.
           02 PRNHDATE PIC 9999/99/99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNHTYPE PIC X(3).
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNHPROGRAM PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PRNHAMOUNT PIC $$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNHOWED PIC $$$,$$9.99-.
       01 RECONLINE.
           02 FILLER PIC X(24) VALUE "    Later movements net ".
           02 PRNLATERNET PIC $$,$$$,$$9.99-.
           02 FILLER PIC X(26) VALUE "   Not covered by them   ".
           02 PRNREMAINING PIC $$,$$$,$$9.99-.
       01 UNANSLINE.
           02 PRNUCUSTID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNUCUSTNAME PIC X(41).
           02 FILLER PIC X(6) VALUE "Book  ".
           02 PRNUBOOK PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNUSTATUS PIC X(16).
       01 SUMMARYLINE.
           02 PRNSUMLABEL PIC X(24).
           02 PRNSUMCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNSUMAMOUNT PIC $$$,$$$,$$9.99-.

       01 WS-AC-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-RP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Every confirmation the customer disagreed with is listed
      *> with the book and stated amounts, the balance the customer
      *> history shows at month end, and each history movement
      *> posted after month end - payments in transit and late
      *> postings are the usual explanation. Whatever the later
      *> movements do not cover is left for investigation. Letters
      *> not answered (or still awaiting a reply) follow, then a
      *> summary of the whole sample for the auditors' workpapers.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:6) IS NUMERIC
               MOVE WS-PARM-STRING(1:6) TO WS-RPT-PERIOD
           END-IF
           OPEN INPUT AUDITCONFIRM
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "No confirmation sample on file - status "
                   WS-AC-STATUS
               GOBACK
           END-IF
           IF WS-RPT-PERIOD = ZERO
               PERFORM 0100-FIND-LATEST-PERIOD
           END-IF
           IF WS-RPT-PERIOD = ZERO
               DISPLAY "No confirmation sample on file"
               CLOSE AUDITCONFIRM
               GOBACK
           END-IF
           MOVE WS-RPT-YYYY TO WS-NM-YYYY
           MOVE WS-RPT-MM TO WS-NM-MM
           ADD 1 TO WS-NM-MM
           IF WS-NM-MM > 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-YYYY
           END-IF
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE9) - 1)
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-HISTORY
           END-IF
           OPEN OUTPUT EXCEPTIONRPT
           IF WS-RP-STATUS NOT = "00"
               MOVE "EXCEPTIONRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RPT-PERIOD TO PRNPERIOD
           MOVE WS-PERIOD-END-DATE TO PRNPERIODEND
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM DIFFHEADING AFTER ADVANCING 2 LINES
           SET WS-PASS-DIFFERENCES TO TRUE
           PERFORM 1000-READ-PERIOD-CONFIRMATIONS
           WRITE PRINTLINE FROM UNANSHEADING AFTER ADVANCING 2 LINES
           SET WS-PASS-UNANSWERED TO TRUE
           PERFORM 1000-READ-PERIOD-CONFIRMATIONS
           PERFORM 4000-PRINT-SUMMARY
           CLOSE AUDITCONFIRM
           CLOSE CUSTOMERFILE
           IF WS-HISTORY-FILE-OPEN
               CLOSE HISTORYFILE
           END-IF
           CLOSE EXCEPTIONRPT
           DISPLAY "Confirmation exceptions for " WS-RPT-PERIOD " - "
               WS-SAMPLE-COUNT " in sample, " WS-AGREED-COUNT
               " agreed, " WS-DIFF-COUNT " differences, "
               WS-NORESP-COUNT " no response, " WS-AWAIT-COUNT
               " awaiting reply"
           GOBACK.

       0100-FIND-LATEST-PERIOD.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 0110-CHECK-ONE-PERIOD UNTIL WSEOF.

       0110-CHECK-ONE-PERIOD.
           READ AUDITCONFIRM NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF ACF-PERIOD > WS-RPT-PERIOD
                       MOVE ACF-PERIOD TO WS-RPT-PERIOD
                   END-IF
           END-READ.

       1000-READ-PERIOD-CONFIRMATIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-RPT-PERIOD TO ACF-PERIOD
           MOVE ZERO TO ACF-IDNUM
           START AUDITCONFIRM KEY IS NOT LESS THAN ACF-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1010-CHECK-ONE-CONFIRMATION UNTIL WSEOF.

       1010-CHECK-ONE-CONFIRMATION.
           READ AUDITCONFIRM NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF ACF-PERIOD NOT = WS-RPT-PERIOD
               SET WSEOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS-DIFFERENCES
               PERFORM 1100-COUNT-CONFIRMATION
               IF ACF-DISAGREED
                   PERFORM 2000-PRINT-DIFFERENCE
               END-IF
           ELSE
               IF ACF-NO-RESPONSE OR ACF-AWAITING
                   PERFORM 3000-PRINT-UNANSWERED
               END-IF
           END-IF.

       1100-COUNT-CONFIRMATION.
           ADD 1 TO WS-SAMPLE-COUNT
           ADD ACF-BOOK-AMOUNT TO WS-SAMPLE-TOTAL
           IF ACF-AGREED
               ADD 1 TO WS-AGREED-COUNT
               ADD ACF-BOOK-AMOUNT TO WS-AGREED-TOTAL
           ELSE IF ACF-DISAGREED
               ADD 1 TO WS-DIFF-COUNT
               ADD ACF-BOOK-AMOUNT TO WS-DIFF-BOOK-TOTAL
               ADD ACF-DIFFERENCE TO WS-DIFF-NET-TOTAL
           ELSE IF ACF-NO-RESPONSE
               ADD 1 TO WS-NORESP-COUNT
               ADD ACF-BOOK-AMOUNT TO WS-NORESP-TOTAL
           ELSE
               ADD 1 TO WS-AWAIT-COUNT
               ADD ACF-BOOK-AMOUNT TO WS-AWAIT-TOTAL
           END-IF.

       1200-GET-CUSTOMER-NAME.
           MOVE ACF-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE SPACES TO FIRSTNAME
                   MOVE "NOT ON FILE" TO LASTNAME
           END-READ.

       2000-PRINT-DIFFERENCE.
           PERFORM 1200-GET-CUSTOMER-NAME
           MOVE ACF-IDNUM TO PRNCUSTID
           MOVE SPACES TO PRNCUSTNAME
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO PRNCUSTNAME
           MOVE ACF-BOOK-AMOUNT TO PRNBOOK
           MOVE ACF-STATED-AMOUNT TO PRNSTATED
           WRITE PRINTLINE FROM CUSTLINE AFTER ADVANCING 2 LINES
           PERFORM 2100-SCAN-HISTORY
           MOVE ACF-DIFFERENCE TO PRNDIFF
           IF WS-HIST-AT-MONTH-END
               MOVE WS-HIST-MONTH-END TO PRNHISTME
           ELSE
               MOVE ZERO TO PRNHISTME
           END-IF
           WRITE PRINTLINE FROM DIFFLINE
           COMPUTE WS-REMAINING = ACF-DIFFERENCE - WS-LATER-NET
           MOVE WS-LATER-NET TO PRNLATERNET
           MOVE WS-REMAINING TO PRNREMAINING
           WRITE PRINTLINE FROM RECONLINE.

      *> History amounts are signed the customer's way round (a
      *> payment is positive), so the amount owed after a movement
      *> is the history balance with its sign turned over, and a
      *> later movement reduces what is owed by its own amount.
       2100-SCAN-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND-SWITCH
           MOVE ZERO TO WS-HIST-MONTH-END
           MOVE ZERO TO WS-LATER-NET
           MOVE ZERO TO WS-LATER-COUNT
           IF NOT WS-HISTORY-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           MOVE ACF-IDNUM TO HIST-IDNUM
           MOVE ZERO TO HIST-DATE
           MOVE ZERO TO HIST-SEQ
           START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 2110-CHECK-ONE-MOVEMENT UNTIL WS-HIST-EOF.

       2110-CHECK-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF WS-HIST-EOF
               EXIT PARAGRAPH
           END-IF
           IF HIST-IDNUM NOT = ACF-IDNUM
               SET WS-HIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HIST-DATE <= WS-PERIOD-END-DATE
               MOVE 'Y' TO WS-HIST-FOUND-SWITCH
               COMPUTE WS-HIST-MONTH-END = HIST-BALANCE-AFTER * -1
               EXIT PARAGRAPH
           END-IF
           IF WS-LATER-COUNT = ZERO
               WRITE PRINTLINE FROM HISTHEADLINE
           END-IF
           ADD 1 TO WS-LATER-COUNT
           ADD HIST-AMOUNT TO WS-LATER-NET
           MOVE HIST-DATE TO PRNHDATE
           MOVE HIST-MOVE-TYPE TO PRNHTYPE
           MOVE HIST-PROGRAM TO PRNHPROGRAM
           MOVE HIST-AMOUNT TO PRNHAMOUNT
           COMPUTE PRNHOWED = HIST-BALANCE-AFTER * -1
           WRITE PRINTLINE FROM HISTLINE.

       3000-PRINT-UNANSWERED.
           PERFORM 1200-GET-CUSTOMER-NAME
           MOVE ACF-IDNUM TO PRNUCUSTID
           MOVE SPACES TO PRNUCUSTNAME
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO PRNUCUSTNAME
           MOVE ACF-BOOK-AMOUNT TO PRNUBOOK
           IF ACF-NO-RESPONSE
               MOVE "NO RESPONSE" TO PRNUSTATUS
           ELSE
               MOVE "AWAITING REPLY" TO PRNUSTATUS
           END-IF
           WRITE PRINTLINE FROM UNANSLINE.

       4000-PRINT-SUMMARY.
           MOVE "Sample summary" TO PRINTLINE
           WRITE PRINTLINE AFTER ADVANCING 2 LINES
           MOVE "  Confirmations sent    " TO PRNSUMLABEL
           MOVE WS-SAMPLE-COUNT TO PRNSUMCOUNT
           MOVE WS-SAMPLE-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "  Agreed                " TO PRNSUMLABEL
           MOVE WS-AGREED-COUNT TO PRNSUMCOUNT
           MOVE WS-AGREED-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "  Disagreed (book)      " TO PRNSUMLABEL
           MOVE WS-DIFF-COUNT TO PRNSUMCOUNT
           MOVE WS-DIFF-BOOK-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "  Net differences       " TO PRNSUMLABEL
           MOVE WS-DIFF-COUNT TO PRNSUMCOUNT
           MOVE WS-DIFF-NET-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "  No response           " TO PRNSUMLABEL
           MOVE WS-NORESP-COUNT TO PRNSUMCOUNT
           MOVE WS-NORESP-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "  Awaiting reply        " TO PRNSUMLABEL
           MOVE WS-AWAIT-COUNT TO PRNSUMCOUNT
           MOVE WS-AWAIT-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
