
       01 WS-CHARGED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CHARGED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "FEEASSESS ".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-ESTATE-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-ESTATE-FROZEN VALUE 'Y'.
       01 WS-ESTATE-IDNUM PIC 9(7).

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
               UNTIL WS-FEE-IDX > WS-FEE-COUNT
           PERFORM 0300-UPDATE-POSTING-CONTROL
           DISPLAY "Fee assessment complete - " WS-CHARGED-COUNT
               " fees for " WS-CHARGED-TOTAL ", "
               WS-STAY-SKIP-COUNT " accounts under bankruptcy stay "
               "skipped, " WS-ESTATE-SKIP-COUNT " deceased accounts "
               "frozen"
           GOBACK.

       0100-LOAD-FEE-SCHEDULE.
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               PERFORM 1100-CHECK-ESTATE
               IF WS-ESTATE-FROZEN
                   ADD 1 TO WS-ESTATE-SKIP-COUNT
                   EXIT PARAGRAPH
               END-IF
               CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
                   WS-STAY-SWITCH
               IF WS-STAYED
                   ADD 1 TO WS-STAY-SKIP-COUNT
               ELSE
                   PERFORM 2000-CHECK-EACH-FEE
                       VARYING WS-FEE-IDX FROM 1 BY 1
                       UNTIL WS-FEE-IDX > WS-FEE-COUNT
               END-IF
           END-IF.

      *> No fee is charged once a death notice is on file. The estate
      *> record sorts ahead of the header, so the header is read back
      *> afterwards to restore the record and the sequential position.
       1100-CHECK-ESTATE.
           MOVE 'N' TO WS-ESTATE-SWITCH
           MOVE IDNUM TO WS-ESTATE-IDNUM
           MOVE 'E' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ESTATE-SWITCH
           END-READ
           MOVE WS-ESTATE-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-ESTATE-IDNUM
           END-READ.

       2000-CHECK-EACH-FEE.
           PERFORM 2100-CHECK-WAIVER
           IF NOT WS-FEE-WAIVED
