       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-DEP-STATE PIC XX.
       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-CREDIT-SWITCH PIC X.
           88 WS-INTEREST-CREDITED VALUE 'Y'.
       COPY "DepositInterestCall.cpy".

       01 WS-HELD-COUNT PIC 9(5) COMP-3.
       01 WS-HELD-TOTAL PIC S9(11)V99 COMP-3.
       01 HEADS PIC X(80) VALUE
           MOVE CD-DEPOSIT-BAL TO WS-DEP-BEFORE
           IF WS-DEPOSIT-REC-FOUND
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               IF CD-DEPOSIT-BAL = ZERO
                   MOVE WS-TD-DATE TO CD-HELD-SINCE
                   MOVE WS-TD-DATE TO CD-INT-THROUGH
               END-IF
               ADD WS-DEP-AMOUNT TO CD-DEPOSIT-BAL
               MOVE WS-TD-DATE TO CD-LAST-ACTION
               REWRITE CUSTOMER-DEPOSIT-REC
               MOVE ZERO TO CD-SEQ
               MOVE WS-DEP-AMOUNT TO CD-DEPOSIT-BAL
               MOVE WS-TD-DATE TO CD-LAST-ACTION
               MOVE WS-TD-DATE TO CD-HELD-SINCE
               MOVE WS-TD-DATE TO CD-INT-THROUGH
               WRITE CUSTOMER-DEPOSIT-REC
                   INVALID KEY
                       DISPLAY "Deposit write failed"
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           PERFORM 5100-READ-DEPOSIT-REC
           IF WS-DEPOSIT-REC-FOUND AND CD-DEPOSIT-BAL > ZERO
               PERFORM 6000-SETTLE-INTEREST
               PERFORM 5100-READ-DEPOSIT-REC
           END-IF
           IF NOT WS-DEPOSIT-REC-FOUND
               DISPLAY "No deposit on file for customer "
                   WS-MAINT-IDNUM
                   MOVE CD-DEPOSIT-BAL TO WS-DEP-BEFORE
                   SUBTRACT WS-DEP-AMOUNT FROM CD-DEPOSIT-BAL
                   MOVE WS-TD-DATE TO CD-LAST-ACTION
                   IF CD-DEPOSIT-BAL = ZERO
                       MOVE ZERO TO CD-HELD-SINCE
                       MOVE ZERO TO CD-INT-THROUGH
                   END-IF
                   REWRITE CUSTOMER-DEPOSIT-REC
                       INVALID KEY
                           DISPLAY "Deposit rewrite failed"
                   MOVE 'Y' TO WS-DEP-FOUND
           END-READ.

      *> The primary mailing address decides which state's deposit
      *> interest rules apply.
       5200-READ-MAILING-STATE.
           MOVE SPACES TO WS-DEP-STATE
           MOVE WS-MAINT-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CA-STATE TO WS-DEP-STATE
           END-READ.

      *> Interest earned up to the day of a refund is settled before
      *> any of the deposit goes back, under the state's rule: added
      *> to the deposit, or credited to the customer's account.
       6000-SETTLE-INTEREST.
           PERFORM 5200-READ-MAILING-STATE
           PERFORM 5100-READ-DEPOSIT-REC
           MOVE CD-IDNUM TO DPI-IDNUM
           MOVE WS-DEP-STATE TO DPI-STATE
           MOVE CD-DEPOSIT-BAL TO DPI-DEPOSIT-BAL
           MOVE CD-HELD-SINCE TO DPI-HELD-SINCE
           IF DPI-HELD-SINCE = ZERO
               MOVE CD-LAST-ACTION TO DPI-HELD-SINCE
           END-IF
           MOVE CD-INT-THROUGH TO DPI-FROM-DATE
           MOVE WS-TD-DATE TO DPI-TO-DATE
           CALL 'DepositInterest' USING DEPINTCALL
           EVALUATE TRUE
               WHEN DPI-NO-RATE
                   DISPLAY "No deposit interest is due in state "
                       WS-DEP-STATE
                   EXIT PARAGRAPH
               WHEN DPI-NOT-HELD-LONG
                   DISPLAY "Deposit not held long enough to earn "
                       "interest"
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DPI-CREDIT-ACCOUNT AND DPI-INTEREST > ZERO
               PERFORM 6100-CREDIT-INTEREST
               IF NOT WS-INTEREST-CREDITED
                   EXIT PARAGRAPH
               END-IF
               PERFORM 5100-READ-DEPOSIT-REC
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE CD-DEPOSIT-BAL TO WS-DEP-BEFORE
           MOVE DPI-HELD-SINCE TO CD-HELD-SINCE
           MOVE WS-TD-DATE TO CD-INT-THROUGH
           IF DPI-ADD-TO-DEPOSIT AND DPI-INTEREST > ZERO
               ADD DPI-INTEREST TO CD-DEPOSIT-BAL
               MOVE WS-TD-DATE TO CD-LAST-ACTION
           END-IF
           REWRITE CUSTOMER-DEPOSIT-REC
               INVALID KEY
                   DISPLAY "Deposit rewrite failed - interest not "
                       "settled"
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   IF DPI-ADD-TO-DEPOSIT AND DPI-INTEREST > ZERO
                       MOVE "DIA" TO WS-MOVE-TYPE
                       MOVE DPI-INTEREST TO WS-MOVE-AMOUNT
                       CALL 'HistoryLog' USING CD-IDNUM,
                           WS-MOVE-TYPE, WS-HIST-PROGRAM,
                           WS-MOVE-AMOUNT, WS-DEP-BEFORE,
                           CD-DEPOSIT-BAL
                       MOVE "DIA" TO WS-GL-RUN-TYPE
                       MOVE WS-TD-DATE TO WS-GL-POST-DATE
                       MOVE DPI-INTEREST TO WS-GL-AMOUNT
                       CALL 'GLPost' USING WS-GL-RUN-TYPE,
                           WS-GL-POST-DATE, WS-GL-AMOUNT
                       DISPLAY "Deposit interest " DPI-INTEREST
                           " added to the deposit"
                   END-IF
           END-REWRITE.

       6100-CREDIT-INTEREST.
           MOVE 'N' TO WS-CREDIT-SWITCH
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer header missing - deposit interest "
                   "not credited"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD DPI-INTEREST TO BALANCE
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Customer rewrite failed - deposit "
                       "interest not credited"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CREDIT-SWITCH
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE "DIC" TO WS-MOVE-TYPE
                   MOVE DPI-INTEREST TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE "DIC" TO WS-GL-RUN-TYPE
                   MOVE WS-TD-DATE TO WS-GL-POST-DATE
                   MOVE DPI-INTEREST TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE,
                       WS-GL-POST-DATE, WS-GL-AMOUNT
                   DISPLAY "Deposit interest " DPI-INTEREST
                       " credited to the account"
           END-REWRITE.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
