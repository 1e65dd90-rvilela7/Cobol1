               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT WRITEOFFRPT ASSIGN TO "files/WriteOffs.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-GUARANTOR-SWITCH PIC X.
           88 WS-GUARANTOR-BLOCKS VALUE 'Y'.
       01 WS-GUARANTOR-SKIPS PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-DISCHARGE-SWITCH PIC X.
           88 WS-DISCHARGE-PENDING VALUE 'Y'.
       01 WS-DISCHARGE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-FORFEIT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-FORFEIT-POINTS PIC 9(9) COMP-3 VALUE ZERO.
       01 WS-PTS-ACTION PIC X VALUE 'F'.
       01 WS-PTS-CLASS PIC X VALUE SPACE.
       01 WS-PTS-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-PTS-INV-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-PTS-POINTS PIC S9(9).
       01 WS-WOFF-REASON PIC X(20).
       01 WS-OLDEST-CHARGE PIC 9(8).
       01 WS-CUTOFF-INTEGER PIC 9(8) COMP-3.
       01 WS-OLDEST-INTEGER PIC 9(8) COMP-3.
       01 WS-WRITTEN-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-WRITTEN-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-WOFF-AMOUNT PIC S9(7)V99.
       01 WS-WOFF-PRINCIPAL PIC S9(7)V99.
       01 WS-WOFF-INTEREST PIC S9(7)V99.
       01 WS-WOFF-FEES PIC S9(7)V99.
       01 WS-SPLIT-SWITCH PIC X.
           88 WS-SPLIT-WRITTEN VALUE 'Y'.

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "WOF".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "WRITEOFF  ".

       01 WS-PERIOD-ACTION PIC X VALUE 'C'.
       01 WS-PERIOD-REF PIC X(12) VALUE "RUN".
       01 WS-PERIOD-DATE PIC 9(8).
       01 WS-PERIOD-RESULT PIC X.
           88 WS-ITEM-REJECTED VALUE 'J'.
           88 WS-DATE-ROLLED VALUE 'R'.

       01 WS-PROOF-ACTION PIC X.
       01 WS-PROOF-RUN-NAME PIC X(12) VALUE "WRITEOFF".
       01 WS-PROOF-MOVEMENT PIC S9(11)V99.
       01 WS-JRN-AFTER PIC X(160).

       01 HEADS PIC X(100) VALUE
           "IDNum    LastName                   Amount written off  Oldest charge  Reason".
       01 WRITEOFFLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCUSTID PIC 9(7).
           02 PRNWOFFAMOUNT PIC $$,$$$,$$9.99-.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNOLDEST PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREASON PIC X(20).
       01 FOOTINGLINE.
           02 FILLER PIC X(21) VALUE "Accounts written off:".
           02 PRNWOFFCOUNT PIC ZZZZ9.
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - (WS-AGE-MONTHS * 30)
           PERFORM 0050-CHECK-POSTING-PERIOD
           MOVE 'A' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-GL-AMOUNT
           DISPLAY "Write-off run complete - " WS-WRITTEN-COUNT
               " accounts written off for " WS-WRITTEN-TOTAL ", "
               WS-GUARANTOR-SKIPS " held for active guarantors, "
               WS-DISCHARGE-COUNT " on bankruptcy discharge, "
               WS-FORFEIT-COUNT " forfeiting " WS-FORFEIT-POINTS
               " rewards points"
           GOBACK.

      *> Everything this run posts is dated today. If month-end has
      *> already closed this month the run either stops, or goes on
      *> with its movements dated into the first open month, by the
      *> rule on the period control file.
       0050-CHECK-POSTING-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERIOD-DATE
           CALL 'PeriodCheck' USING WS-PERIOD-ACTION, WS-HIST-PROGRAM,
               WS-PERIOD-REF, WS-PERIOD-DATE, WS-PERIOD-RESULT
           IF WS-ITEM-REJECTED
               DISPLAY "This month is closed - write-off run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DATE-ROLLED
               DISPLAY "This month is closed - movements dated "
                   WS-PERIOD-DATE
           END-IF.

      *> An account qualifies when its balance sits in the top
      *> severity tiers (configurable) and its oldest unpaid charge
      *> is older than the configurable number of months. A balance
      *> discharged in bankruptcy is written off on the next run
      *> whatever its size or age, under its own reason.
       1000-CHECK-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           MOVE 'N' TO WS-DISCHARGE-SWITCH
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND BALANCE < ZERO
               PERFORM 1400-CHECK-DISCHARGE
               IF WS-DISCHARGE-PENDING
                   MOVE "BANKRUPTCY DISCHARGE" TO WS-WOFF-REASON
                   PERFORM 1200-FIND-OLDEST-CHARGE
                   PERFORM 2000-WRITE-OFF-ACCOUNT
                   PERFORM 2100-MARK-DISCHARGE-WRITTEN-OFF
               END-IF
           END-IF
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND NOT WS-DISCHARGE-PENDING
               AND BALANCE < WS-DUNNING-THRESHOLD
               MOVE "AGED" TO WS-WOFF-REASON
               PERFORM 1100-RATE-BALANCE-TIER
               IF WS-BALANCE-TIER >= WS-MIN-TIER
                   PERFORM 1200-FIND-OLDEST-CHARGE
               INVALID KEY CONTINUE
           END-READ.

       1400-CHECK-DISCHARGE.
           MOVE IDNUM TO WS-WOFF-IDNUM
           MOVE WS-WOFF-IDNUM TO CK-IDNUM
           MOVE 'K' TO CK-REC-TYPE
           MOVE ZERO TO CK-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CK-DISCHARGED AND CK-WRITEOFF-DATE = ZERO
                       MOVE 'Y' TO WS-DISCHARGE-SWITCH
                   END-IF
           END-READ
           PERFORM 1410-REREAD-HEADER.

       1410-REREAD-HEADER.
           MOVE WS-WOFF-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

       1100-RATE-BALANCE-TIER.
           COMPUTE WS-AMOUNT-OVER =
               (BALANCE - WS-DUNNING-THRESHOLD) * -1
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           COMPUTE WS-WOFF-AMOUNT = BALANCE * -1
           PERFORM 2010-SPLIT-WRITE-OFF
           MOVE ZERO TO BALANCE
           MOVE ZERO TO CUST-INT-BAL
           MOVE ZERO TO CUST-FEE-BAL
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   PERFORM 3000-REPORT-WRITE-OFF
                   PERFORM 2050-FORFEIT-REWARDS
                   PERFORM 2070-RECORD-WRITEOFF-SPLIT
           END-REWRITE.

      *> The interest and fee components go off with the balance;
      *> whatever is left of the amount is principal.
       2010-SPLIT-WRITE-OFF.
           MOVE ZERO TO WS-WOFF-INTEREST
           MOVE ZERO TO WS-WOFF-FEES
           IF CUST-INT-BAL < ZERO
               COMPUTE WS-WOFF-INTEREST = FUNCTION MIN(
                   CUST-INT-BAL * -1, WS-WOFF-AMOUNT)
           END-IF
           IF CUST-FEE-BAL < ZERO
               COMPUTE WS-WOFF-FEES = FUNCTION MIN(
                   CUST-FEE-BAL * -1, WS-WOFF-AMOUNT - WS-WOFF-INTEREST)
           END-IF
           COMPUTE WS-WOFF-PRINCIPAL =
               WS-WOFF-AMOUNT - WS-WOFF-INTEREST - WS-WOFF-FEES.

      *> A charged-off account loses any rewards points it holds.
       2050-FORFEIT-REWARDS.
           CALL 'PointsPost' USING WS-PTS-ACTION, IDNUM, WS-PTS-CLASS,
               WS-PTS-AMOUNT, WS-PTS-INV-NUMBER, WS-HIST-PROGRAM,
               WS-PTS-POINTS
           IF WS-PTS-POINTS > ZERO
               ADD 1 TO WS-FORFEIT-COUNT
               ADD WS-PTS-POINTS TO WS-FORFEIT-POINTS
           END-IF.

      *> Each write-off keeps its principal, interest and fee split
      *> and the identifiable event behind it on a W record, which is
      *> what the year-end cancellation-of-debt forms are built from.
       2070-RECORD-WRITEOFF-SPLIT.
           MOVE IDNUM TO WS-WOFF-IDNUM
           MOVE SPACES TO CUSTOMER-WRITEOFF-REC
           MOVE WS-WOFF-IDNUM TO CW-IDNUM
           MOVE 'W' TO CW-REC-TYPE
           MOVE ZERO TO CW-SEQ
           MOVE FUNCTION CURRENT-DATE(1:8) TO CW-WOF-DATE
           MOVE WS-WOFF-PRINCIPAL TO CW-PRINCIPAL
           MOVE WS-WOFF-INTEREST TO CW-INTEREST
           MOVE WS-WOFF-FEES TO CW-FEES
           IF WS-WOFF-REASON = "BANKRUPTCY DISCHARGE"
               SET CW-EVENT-BANKRUPTCY TO TRUE
           ELSE
               SET CW-EVENT-POLICY TO TRUE
           END-IF
           MOVE WS-WOFF-REASON TO CW-REASON
           MOVE 'N' TO WS-SPLIT-SWITCH
           PERFORM 2080-WRITE-SPLIT-RECORD
               UNTIL WS-SPLIT-WRITTEN OR CW-SEQ > 98
           IF NOT WS-SPLIT-WRITTEN
               DISPLAY "Write-off split not recorded for customer "
                   WS-WOFF-IDNUM
           END-IF
           PERFORM 1410-REREAD-HEADER.

       2080-WRITE-SPLIT-RECORD.
           WRITE CUSTOMER-WRITEOFF-REC
               INVALID KEY
                   ADD 1 TO CW-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SPLIT-SWITCH
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

      *> The write-off date on the bankruptcy record stops the same
      *> discharge being written off twice.
       2100-MARK-DISCHARGE-WRITTEN-OFF.
           MOVE WS-WOFF-IDNUM TO CK-IDNUM
           MOVE 'K' TO CK-REC-TYPE
           MOVE ZERO TO CK-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                   MOVE WS-CD-DATE TO CK-WRITEOFF-DATE
                   REWRITE CUSTOMER-BANKRUPTCY-REC
                       INVALID KEY
                           DISPLAY "Bankruptcy update failed for "
                               "customer " WS-WOFF-IDNUM
                       NOT INVALID KEY
                           ADD 1 TO WS-DISCHARGE-COUNT
                           PERFORM 9500-JOURNAL-REWRITE
                   END-REWRITE
           END-READ
           PERFORM 1410-REREAD-HEADER.

       3000-REPORT-WRITE-OFF.
           MOVE IDNUM TO PRNCUSTID
           MOVE LASTNAME TO PRNLASTNAME
           MOVE WS-WOFF-AMOUNT TO PRNWOFFAMOUNT
           MOVE WS-OLDEST-CHARGE TO PRNOLDEST
           MOVE WS-WOFF-REASON TO PRNREASON
           WRITE PRINTLINE FROM WRITEOFFLINE.

       9500-JOURNAL-REWRITE.
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9510-JOURNAL-WRITE.
           MOVE 'W' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
