            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClosedAccountsReport.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT CLOSEDRPT ASSIGN TO "files/ClosedAccounts.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD CLOSEDRPT.
       01 PRINTLINE PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMM"
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-RUN-PERIOD PIC 9(6).
       01 WS-RUN-PARTS REDEFINES WS-RUN-PERIOD.
           02 WS-RUN-YYYY PIC 9(4).
           02 WS-RUN-MM PIC 99.

       01 WS-HEADER-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-HEADER-NAME PIC X(30).

       01 WS-CLOSED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REFUND-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REFUND-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-COLLECT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-COLLECT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SETTLED-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-REASON-VALUES.
           02 FILLER PIC X(23) VALUE "CUSCustomer request    ".
           02 FILLER PIC X(23) VALUE "MOVMoved away          ".
           02 FILLER PIC X(23) VALUE "DECDeceased            ".
           02 FILLER PIC X(23) VALUE "FRDFraud               ".
           02 FILLER PIC X(23) VALUE "DUPDuplicate account   ".
           02 FILLER PIC X(23) VALUE "OTHOther               ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           02 WS-REASON-ENTRY OCCURS 6 TIMES.
               03 WS-RS-CODE PIC X(3).
               03 WS-RS-NAME PIC X(20).
       01 WS-REASON-TOTALS.
           02 WS-REASON-TOTAL-ENTRY OCCURS 6 TIMES.
               03 WS-RS-COUNT PIC 9(5) COMP-3.
               03 WS-RS-BALANCE PIC S9(9)V99 COMP-3.
       01 WS-REASON-IDX PIC 9 COMP-3.
       01 WS-REASON-FOUND PIC X.
           88 WS-REASON-MATCHED VALUE 'Y'.

       01 PAGEHEADING.
           02 FILLER PIC X(31)
               VALUE "Accounts Closed during period ".
           02 PRNPERIOD PIC 9(6).
       01 HEADS PIC X(130) VALUE
           "IDNum    Name                           Closed   Rsn Closed by Final bill     Deposit  Final balance Out Note".
       01 CLOSEDLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNNAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCLOSEDDATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNREASON PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCLOSEDBY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNFINALBILL PIC $$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNDEPOSIT PIC $$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNFINALBAL PIC $$,$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNOUTCOME PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PRNNOTE PIC X(20).
       01 REASONHEADS PIC X(80) VALUE
           "Reason                    Count    Final balance".
       01 REASONLINE.
           02 PRNRSCODE PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PRNRSNAME PIC X(20).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRSCOUNT PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRSBALANCE PIC $$$,$$$,$$9.99-.
       01 SUMMARYLINE.
           02 PRNSUMLABEL PIC X(40).
           02 PRNSUMCOUNT PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSUMAMOUNT PIC $$$,$$$,$$9.99-.

       01 WS-CF-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly list of the accounts AccountClosure closed in the
      *> period, from their closure records, with the reason, the
      *> final bill and deposit applied, and whether the balance
      *> left went to refund or to collections. A count and balance
      *> by reason follows the detail.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:6) TO WS-RUN-PERIOD
           ELSE
               MOVE WS-TD-DATE(1:6) TO WS-RUN-PERIOD
               IF WS-RUN-MM = 1
                   SUBTRACT 1 FROM WS-RUN-YYYY
                   MOVE 12 TO WS-RUN-MM
               ELSE
                   SUBTRACT 1 FROM WS-RUN-MM
               END-IF
           END-IF
           INITIALIZE WS-REASON-TOTALS
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT CLOSEDRPT
           IF WS-CR-STATUS NOT = "00"
               MOVE "CLOSEDRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-CR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RUN-PERIOD TO PRNPERIOD
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM HEADS AFTER ADVANCING 2 LINES
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1000-CHECK-ONE-RECORD UNTIL WSEOF
           IF WS-CLOSED-COUNT = ZERO
               MOVE "  (no accounts closed this period)" TO PRINTLINE
               WRITE PRINTLINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 2000-PRINT-SUMMARY
           CLOSE CUSTOMERFILE
           CLOSE CLOSEDRPT
           DISPLAY "Closed accounts report for " WS-RUN-PERIOD " - "
               WS-CLOSED-COUNT " closed, " WS-REFUND-COUNT
               " to refund, " WS-COLLECT-COUNT " to collections"
           GOBACK.

      *> The header comes ahead of its sub-records in key order, so
      *> the name is kept from it for the closure record that
      *> follows.
       1000-CHECK-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF REC-IS-HEADER
               MOVE IDNUM TO WS-HEADER-IDNUM
               MOVE SPACES TO WS-HEADER-NAME
               STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                   INTO WS-HEADER-NAME
           END-IF
           IF REC-IS-CLOSURE
               AND CZ-CLOSED-DATE(1:6) = WS-RUN-PERIOD
               PERFORM 1100-REPORT-CLOSURE
           END-IF.

       1100-REPORT-CLOSURE.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE CZ-IDNUM TO PRNIDNUM
           IF CZ-IDNUM = WS-HEADER-IDNUM
               MOVE WS-HEADER-NAME TO PRNNAME
           ELSE
               MOVE "(no header on file)" TO PRNNAME
           END-IF
           MOVE CZ-CLOSED-DATE TO PRNCLOSEDDATE
           MOVE CZ-REASON TO PRNREASON
           MOVE CZ-CLOSED-BY TO PRNCLOSEDBY
           MOVE CZ-FINAL-BILL TO PRNFINALBILL
           MOVE CZ-DEPOSIT-APPLIED TO PRNDEPOSIT
           MOVE CZ-FINAL-BALANCE TO PRNFINALBAL
           EVALUATE TRUE
               WHEN CZ-TO-REFUND
                   MOVE "REF" TO PRNOUTCOME
                   ADD 1 TO WS-REFUND-COUNT
                   ADD CZ-FINAL-BALANCE TO WS-REFUND-TOTAL
               WHEN CZ-TO-COLLECTIONS
                   MOVE "COL" TO PRNOUTCOME
                   ADD 1 TO WS-COLLECT-COUNT
                   ADD CZ-FINAL-BALANCE TO WS-COLLECT-TOTAL
               WHEN OTHER
                   MOVE "NIL" TO PRNOUTCOME
                   ADD 1 TO WS-SETTLED-COUNT
           END-EVALUATE
           MOVE CZ-REASON-TEXT TO PRNNOTE
           WRITE PRINTLINE FROM CLOSEDLINE AFTER ADVANCING 1 LINE
           MOVE 'N' TO WS-REASON-FOUND
           PERFORM 1110-MATCH-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-MATCHED OR WS-REASON-IDX > 6.

       1110-MATCH-REASON.
           IF WS-RS-CODE(WS-REASON-IDX) = CZ-REASON
               MOVE 'Y' TO WS-REASON-FOUND
               ADD 1 TO WS-RS-COUNT(WS-REASON-IDX)
               ADD CZ-FINAL-BALANCE TO WS-RS-BALANCE(WS-REASON-IDX)
           END-IF.

       2000-PRINT-SUMMARY.
           WRITE PRINTLINE FROM REASONHEADS AFTER ADVANCING 3 LINES
           PERFORM 2010-PRINT-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6
           MOVE "Accounts closed" TO PRNSUMLABEL
           MOVE WS-CLOSED-COUNT TO PRNSUMCOUNT
           MOVE ZERO TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 2 LINES
           MOVE "Credit left for RefundRun" TO PRNSUMLABEL
           MOVE WS-REFUND-COUNT TO PRNSUMCOUNT
           MOVE WS-REFUND-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE
           MOVE "Debit routed to collections" TO PRNSUMLABEL
           MOVE WS-COLLECT-COUNT TO PRNSUMCOUNT
           MOVE WS-COLLECT-TOTAL TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE
           MOVE "Closed with nothing owing" TO PRNSUMLABEL
           MOVE WS-SETTLED-COUNT TO PRNSUMCOUNT
           MOVE ZERO TO PRNSUMAMOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE.

       2010-PRINT-ONE-REASON.
           MOVE WS-RS-CODE(WS-REASON-IDX) TO PRNRSCODE
           MOVE WS-RS-NAME(WS-REASON-IDX) TO PRNRSNAME
           MOVE WS-RS-COUNT(WS-REASON-IDX) TO PRNRSCOUNT
           MOVE WS-RS-BALANCE(WS-REASON-IDX) TO PRNRSBALANCE
           WRITE PRINTLINE FROM REASONLINE AFTER ADVANCING 1 LINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
