       01 WS-REQUEUED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-KEPT-RATE PIC 9(3)V9 COMP-3.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "COLLECTQUE".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-LIMIT-ACTION PIC X VALUE 'S'.
       01 WS-LIMIT-SWITCH PIC X.
           88 WS-TIME-BARRED VALUE 'Y'.
       01 WS-PLACED-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PLACED-AGENCY PIC X(4).
       01 WS-PLACED-SWITCH PIC X.
           88 WS-AGENCY-PLACED VALUE 'Y'.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "COLLECTQUE".
       01 WS-JRN-ACTION PIC X.

       2000-BUILD-QUEUE.
           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-STAY-SKIP-COUNT
           MOVE ZERO TO WS-PLACED-SKIP-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
           PERFORM 2010-CHECK-ONE-CUSTOMER UNTIL WSEOF
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY WS-ADDED-COUNT " accounts added to the "
               "collections queue, " WS-STAY-SKIP-COUNT
               " held back under bankruptcy stay, "
               WS-PLACED-SKIP-COUNT " placed with agencies".

       2010-CHECK-ONE-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER
               AND ((CUST-ACTIVE AND BALANCE < WS-THRESHOLD)
                   OR (CUST-CLOSED AND BALANCE < ZERO))
               CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
                   WS-STAY-SWITCH
               IF WS-STAYED
                   ADD 1 TO WS-STAY-SKIP-COUNT
               ELSE
                   CALL 'AgencyCheck' USING IDNUM, WS-PLACED-AGENCY,
                       WS-PLACED-SWITCH
                   IF WS-AGENCY-PLACED
                       ADD 1 TO WS-PLACED-SKIP-COUNT
                   ELSE
                       PERFORM 2020-ADD-TO-QUEUE
                   END-IF
               END-IF
           END-IF.

      *> An account AccountClosure routed here is already queued but
      *> has no collector yet; it takes the next one in turn.
       2020-ADD-TO-QUEUE.
           MOVE IDNUM TO CQ-IDNUM
           MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-QUEUE-ITEM-FOUND AND CQ-OPERATOR = SPACES
               PERFORM 2030-ASSIGN-CLOSED-ACCOUNT
           END-IF
           IF NOT WS-QUEUE-ITEM-FOUND
               MOVE IDNUM TO CQ-IDNUM
               COMPUTE WS-AMOUNT-OVER =
               END-WRITE
           END-IF.

       2030-ASSIGN-CLOSED-ACCOUNT.
           ADD 1 TO WS-NEXT-COLLECTOR
           IF WS-NEXT-COLLECTOR > WS-COLLECTOR-COUNT
               MOVE 1 TO WS-NEXT-COLLECTOR
           END-IF
           MOVE WS-CO-ID(WS-NEXT-COLLECTOR) TO CQ-OPERATOR
           MOVE WS-TD-DATE TO CQ-ASSIGN-DATE
           REWRITE COLLECTIONRECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-REWRITE.

       3000-WORK-ACCOUNT.
           DISPLAY "Customer ID worked " WITH NO ADVANCING
           ACCEPT WS-WORK-IDNUM
                   MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-QUEUE-ITEM-FOUND
               CALL 'StayCheck' USING WS-WORK-IDNUM, WS-STAY-PROGRAM,
                   WS-STAY-SWITCH
               IF WS-STAYED
                   DISPLAY "Customer " WS-WORK-IDNUM
                       " is under a bankruptcy automatic stay - "
                       "no collection contact allowed"
                   MOVE 'N' TO WS-ITEM-FOUND
               END-IF
           END-IF
           IF WS-QUEUE-ITEM-FOUND
               CALL 'AgencyCheck' USING WS-WORK-IDNUM, WS-PLACED-AGENCY,
                   WS-PLACED-SWITCH
               IF WS-AGENCY-PLACED
                   DISPLAY "Customer " WS-WORK-IDNUM
                       " is placed with agency " WS-PLACED-AGENCY
                       " - recall it before working the account"
                   MOVE 'N' TO WS-ITEM-FOUND
               END-IF
           END-IF
           IF WS-QUEUE-ITEM-FOUND
               DISPLAY "Outcome code (PTP/NOA/REF/MSG/PAY/LGL) "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-OUTCOME
               MOVE FUNCTION UPPER-CASE(WS-WORK-OUTCOME)
                   TO WS-WORK-OUTCOME
      *> A debt past its state limitation period cannot be sued on,
      *> so it is never referred for legal action.
               IF WS-WORK-OUTCOME = "LGL"
                   CALL 'LimitationCheck' USING WS-LIMIT-ACTION,
                       WS-WORK-IDNUM, WS-STAY-PROGRAM, WS-LIMIT-SWITCH
                   IF WS-TIME-BARRED
                       DISPLAY "Customer " WS-WORK-IDNUM
                           " is past the limitation period - legal "
                           "action not allowed, nothing recorded"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-WORK-OUTCOME TO CQ-OUTCOME
               IF WS-WORK-OUTCOME = "PTP"
                   DISPLAY "Promise-to-pay date (YYYYMMDD) "
