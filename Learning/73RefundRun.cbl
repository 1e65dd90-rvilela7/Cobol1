           SELECT NEXTCHECKFILE ASSIGN TO "files/NextCheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT HOLDFILE ASSIGN TO "files/RefundHolds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFH-KEY
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD REGISTERRPT.
       01 PRINTLINE PIC X(100).
       01 NEXTCHECKRECORD.
           02 NCK-NEXT-NUMBER PIC 9(7).

       FD HOLDFILE.
       COPY "RefundHold.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-REFUND-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REFUND-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BLOCKED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SANCTION-RESULT PIC X.
           88 WS-SANCTION-BLOCKED VALUE 'Y'.
       01 WS-HELD-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-HOLDS-SWITCH PIC X VALUE 'N'.
           88 WS-HOLDS-ON-FILE VALUE 'Y'.
       01 WS-HOLD-EOF-SWITCH PIC X.
           88 WS-HOLD-EOF VALUE 'Y'.
       01 WS-REFUND-HOLD-SWITCH PIC X.
           88 WS-REFUND-HELD VALUE 'Y'.
       01 WS-NEXT-CHECK PIC 9(7) VALUE 1.

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-CK-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-NC-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT HOLDFILE
           IF WS-RH-STATUS = "00"
               SET WS-HOLDS-ON-FILE TO TRUE
           END-IF
           OPEN EXTEND CHECKFILE
           IF WS-CK-STATUS = "35"
               OPEN OUTPUT CHECKFILE
           CLOSE CUSTOMERFILE
           CLOSE CHECKFILE
           CLOSE REGISTERRPT
           IF WS-HOLDS-ON-FILE
               CLOSE HOLDFILE
           END-IF
           PERFORM 0200-SAVE-NEXT-CHECK-NUMBER
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           DISPLAY "Refund run complete - " WS-REFUND-COUNT
               " checks for " WS-REFUND-TOTAL ", " WS-BLOCKED-COUNT
               " blocked by sanctions match, " WS-HELD-COUNT
               " held for activity review"
           GOBACK.

       0100-GET-NEXT-CHECK-NUMBER.
           WRITE NEXTCHECKRECORD
           CLOSE NEXTCHECKFILE.

      *> A closed account keeps its credit for this run to pay out.
       1000-CHECK-ONE-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER
               AND (CUST-ACTIVE OR CUST-CLOSED)
               AND BALANCE > WS-MINIMUM-REFUND
               CALL 'SanctionCheck' USING IDNUM, WS-HIST-PROGRAM,
                   WS-SANCTION-RESULT
               PERFORM 1100-CHECK-REFUND-HOLD
               EVALUATE TRUE
                   WHEN WS-SANCTION-BLOCKED
                       ADD 1 TO WS-BLOCKED-COUNT
                   WHEN WS-REFUND-HELD
                       ADD 1 TO WS-HELD-COUNT
                   WHEN OTHER
                       PERFORM 2000-ISSUE-REFUND
               END-EVALUATE
           END-IF.

      *> An account ActivityScan has put on hold for any reason is
      *> not refunded until every open hold on it has been cleared
      *> in RefundHoldReview.
       1100-CHECK-REFUND-HOLD.
           MOVE 'N' TO WS-REFUND-HOLD-SWITCH
           IF NOT WS-HOLDS-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE IDNUM TO RFH-IDNUM
           MOVE LOW-VALUES TO RFH-REASON
           START HOLDFILE KEY IS NOT LESS THAN RFH-KEY
               INVALID KEY SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 1110-CHECK-ONE-HOLD
               UNTIL WS-HOLD-EOF OR WS-REFUND-HELD.

       1110-CHECK-ONE-HOLD.
           READ HOLDFILE NEXT RECORD
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ
           IF NOT WS-HOLD-EOF
               IF RFH-IDNUM NOT = IDNUM
                   SET WS-HOLD-EOF TO TRUE
               ELSE
                   IF RFH-OPEN
                       SET WS-REFUND-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-ISSUE-REFUND.
           MOVE WS-BALANCE-BEFORE TO CHK-AMOUNT
           MOVE WS-TODAY-DATE TO CHK-DATE
           MOVE 'O' TO CHK-STATUS
           SET CHK-PRINT-DUE TO TRUE
           MOVE ZERO TO CHK-PRINT-DATE
           MOVE ZERO TO CHK-ORIGINAL-NUMBER
           WRITE CHECKRECORD
           MOVE CHK-NUMBER TO PRNCHECK
           MOVE CHK-IDNUM TO PRNCUSTID
