               "files/PaymentPostCheckpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT QUOTEFILE ASSIGN TO "files/PayoffQuotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PQ-STATUS.
           SELECT APPLICATIONFILE ASSIGN TO
               "files/CashApplications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PAY-AMOUNT PIC S9(7)V99.
           02 PAY-DATE PIC 9(8).
           02 PAY-REFERENCE PIC X(12).
           02 PAY-CURRENCY PIC X(3).
               88 PAY-HOME-CURRENCY VALUE SPACES 'USD'.
           02 PAY-FOREIGN-AMOUNT PIC S9(7)V99.

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD SUSPENSEFILE.
       01 SUSPENSERECORD PIC X(48).

       FD SUSPENSERPT.
       01 PRINTLINE PIC X(100).

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       FD REGISTRYFILE.
       COPY "PaymentRegistry.cpy".
       FD FORCELOG.
       01 FORCELINE PIC X(80).

       FD APPLICATIONFILE.
       COPY "CashApplication.cpy".

       FD CHECKPOINTFILE.
       01 CHECKPOINTRECORD.
           02 CKP-RECORD-NO PIC 9(7).
           02 CKP-SUSPENSE-COUNT PIC 9(5).
           02 CKP-SUSPENSE-TOTAL PIC S9(11)V99.
           02 CKP-ADJUST-TOTAL PIC S9(11)V99.
           02 CKP-DEPOSIT-TOTAL PIC S9(11)V99.
           02 CKP-FX-GAIN-TOTAL PIC S9(11)V99.
           02 CKP-FX-LOSS-TOTAL PIC S9(11)V99.

       FD QUOTEFILE.
       COPY "PayoffQuote.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-POST-OK PIC X VALUE 'Y'.
           88 WS-PAYMENT-POSTED VALUE 'Y'.
       01 WS-SUSPENSE-REASON PIC X(25).
       01 WS-SANCTION-RESULT PIC X.
           88 WS-SANCTION-BLOCKED VALUE 'Y'.

       01 WS-HAVE-INVOICES PIC X VALUE 'N'.
           88 WS-INVOICE-FILE-OPEN VALUE 'Y'.
       01 WS-REF-NUMBER PIC 9(7).
       01 WS-REF-NUMBER-X REDEFINES WS-REF-NUMBER PIC X(7).

       01 WS-RECEIPT-RATE PIC 9(3)V9(6).
       01 WS-RATE-RESULT PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-FX-CARRYING PIC S9(9)V99 COMP-3.
       01 WS-FX-RECEIVED PIC S9(9)V99 COMP-3.
       01 WS-FX-REALIZED PIC S9(9)V99 COMP-3.
       01 WS-FX-GAIN-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-FX-LOSS-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-PTS-ACTION PIC X VALUE 'B'.
       01 WS-PTS-AMOUNT PIC S9(9)V99.
       01 WS-PTS-POINTS PIC S9(9).

       01 WS-CAP-AMOUNT PIC S9(9)V99.

       01 WS-PC-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.

           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNADJCREDIT PIC $$,$$$,$$9.99.

       01 WS-HAVE-QUOTES PIC X VALUE 'N'.
           88 WS-QUOTE-FILE-OPEN VALUE 'Y'.
       01 WS-QUOTE-EOF-SWITCH PIC X.
           88 WS-QUOTE-EOF VALUE 'Y'.
       01 WS-QUOTE-MATCH-SWITCH PIC X.
           88 WS-QUOTE-MATCHED VALUE 'Y'.
       01 WS-PAYOFF-IDNUM PIC 9(7).
       01 WS-PAYOFF-RESIDUAL PIC S9(9)V99 COMP-3.
       01 WS-PAYOFF-TOLERANCE PIC S9(9)V99 COMP-3.
       01 WS-PAYOFF-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-DEPOSIT-HELD PIC S9(7)V99.
       01 WS-DEPOSIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PAYOFF-NOTE PIC X(30).

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "PAY".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "PAYMENTPST".

       01 WS-PERIOD-ACTION PIC X VALUE 'C'.
       01 WS-PERIOD-REF PIC X(12).
       01 WS-PERIOD-RESULT PIC X.
           88 WS-ITEM-REJECTED VALUE 'J'.

       01 WS-PROOF-ACTION PIC X.
       01 WS-PROOF-RUN-NAME PIC X(12) VALUE "PAYMENTPOST".
       01 WS-PROOF-MOVEMENT PIC S9(11)V99.
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-PY-STATUS PIC XX.
       01 WS-JRN-PROGRAM PIC X(10) VALUE "PAYMENTPST".
       01 WS-JRN-ACTION PIC X.
       01 WS-DU-STATUS PIC XX.
       01 WS-FP-STATUS PIC XX.
       01 WS-FL-STATUS PIC XX.
       01 WS-PQ-STATUS PIC XX.
       01 WS-AP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

           IF WS-IH-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-INVOICES
           END-IF
           OPEN I-O QUOTEFILE
           IF WS-PQ-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-QUOTES
           END-IF
           OPEN EXTEND APPLICATIONFILE
           IF WS-AP-STATUS = "35"
               OPEN OUTPUT APPLICATIONFILE
           END-IF
           IF WS-AP-STATUS NOT = "00"
               MOVE "APPLICATIONFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT ADJUSTRPT
           IF WS-AJ-STATUS NOT = "00"
               MOVE "ADJUSTRPT" TO WS-ABEND-FILE-NAME
           CLOSE REGISTRYFILE
           CLOSE ADJUSTRPT
           CLOSE DUPLICATERPT
           CLOSE APPLICATIONFILE
           PERFORM 0600-CLEAR-CHECKPOINT
           PERFORM 0400-SAVE-FILE-FINGERPRINT
           IF WS-INVOICE-FILE-OPEN
               CLOSE INVOICEFILE
           END-IF
           IF WS-QUOTE-FILE-OPEN
               CLOSE QUOTEFILE
           END-IF
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER
           MOVE 'C' TO WS-PROOF-ACTION
           COMPUTE WS-PROOF-MOVEMENT =
               WS-POSTED-TOTAL + WS-ADJUST-TOTAL + WS-DEPOSIT-TOTAL
               - WS-FX-GAIN-TOTAL - WS-FX-LOSS-TOTAL
               - WS-RESTART-BASE
           CALL 'ProofSheet' USING WS-PROOF-ACTION,
               WS-PROOF-RUN-NAME, WS-PROOF-MOVEMENT, WS-PROOF-RESULT
               CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
                   WS-GL-AMOUNT
           END-IF
           IF WS-DEPOSIT-TOTAL NOT = ZERO
               MOVE "DAP" TO WS-GL-RUN-TYPE
               MOVE WS-DEPOSIT-TOTAL TO WS-GL-AMOUNT
               CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
                   WS-GL-AMOUNT
           END-IF
      *> Gains and losses on foreign receipts go separately so each
      *> side agrees with the FXG movements GLRecon matches them to.
           MOVE "FXG" TO WS-GL-RUN-TYPE
           MOVE WS-FX-GAIN-TOTAL TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           MOVE WS-FX-LOSS-TOTAL TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           DISPLAY "Payment posting complete - " WS-POSTED-COUNT
               " of " WS-PAYMENT-COUNT " payments posted, "
               WS-SUSPENSE-COUNT " to suspense, " WS-DUP-COUNT
               " duplicates rejected, " WS-ADJUST-COUNT
               " retroactive interest credits"
           IF WS-PAYOFF-COUNT > ZERO
               DISPLAY WS-PAYOFF-COUNT " payoff quotes settled - see "
                   "files/CustomerAudit.log"
           END-IF
           GOBACK.

      *> A file whose record count and amount total match the run
                   MOVE WS-SUSPENSE-COUNT TO CKP-SUSPENSE-COUNT
                   MOVE WS-SUSPENSE-TOTAL TO CKP-SUSPENSE-TOTAL
                   MOVE WS-ADJUST-TOTAL TO CKP-ADJUST-TOTAL
                   MOVE WS-DEPOSIT-TOTAL TO CKP-DEPOSIT-TOTAL
                   MOVE WS-FX-GAIN-TOTAL TO CKP-FX-GAIN-TOTAL
                   MOVE WS-FX-LOSS-TOTAL TO CKP-FX-LOSS-TOTAL
                   WRITE CHECKPOINTRECORD
                   CLOSE CHECKPOINTFILE
               END-IF
                               TO WS-SUSPENSE-TOTAL
                           MOVE CKP-ADJUST-TOTAL
                               TO WS-ADJUST-TOTAL
                           MOVE CKP-DEPOSIT-TOTAL
                               TO WS-DEPOSIT-TOTAL
                           MOVE CKP-FX-GAIN-TOTAL
                               TO WS-FX-GAIN-TOTAL
                           MOVE CKP-FX-LOSS-TOTAL
                               TO WS-FX-LOSS-TOTAL
                           COMPUTE WS-RESTART-BASE =
                               CKP-POSTED-TOTAL + CKP-ADJUST-TOTAL
                               + CKP-DEPOSIT-TOTAL
                               - CKP-FX-GAIN-TOTAL - CKP-FX-LOSS-TOTAL
                           MOVE WS-POSTED-COUNT TO WS-PAYMENT-COUNT
                           ADD WS-SUSPENSE-COUNT TO WS-PAYMENT-COUNT
                       END-IF
               MOVE ZERO TO CKP-SUSPENSE-COUNT
               MOVE ZERO TO CKP-SUSPENSE-TOTAL
               MOVE ZERO TO CKP-ADJUST-TOTAL
               MOVE ZERO TO CKP-DEPOSIT-TOTAL
               MOVE ZERO TO CKP-FX-GAIN-TOTAL
               MOVE ZERO TO CKP-FX-LOSS-TOTAL
               WRITE CHECKPOINTRECORD
               CLOSE CHECKPOINTFILE
           END-IF.
                       MOVE "CUSTOMER INACTIVE" TO WS-SUSPENSE-REASON
                   END-IF
           END-READ
           IF WS-PAYMENT-POSTED AND NOT PAY-HOME-CURRENCY
               PERFORM 2020-CONVERT-RECEIPT
           END-IF
           IF WS-PAYMENT-POSTED
               PERFORM 2075-CHECK-SANCTIONS
           END-IF
           IF WS-PAYMENT-POSTED
               PERFORM 2010-CHECK-POSTING-PERIOD
           END-IF
           IF WS-PAYMENT-POSTED
               PERFORM 2100-UPDATE-BALANCE
           END-IF
           END-IF
           PERFORM 4000-LOG-AUDIT-ENTRY.

      *> A receipt value-dated into a month already closed is either
      *> held in suspense or moved to the first open month, by the
      *> rule on the period control file; the foreign value stays at
      *> the rate for the real value date.
       2010-CHECK-POSTING-PERIOD.
           MOVE PAY-REFERENCE TO WS-PERIOD-REF
           CALL 'PeriodCheck' USING WS-PERIOD-ACTION, WS-HIST-PROGRAM,
               WS-PERIOD-REF, PAY-DATE, WS-PERIOD-RESULT
           IF WS-ITEM-REJECTED
               MOVE 'N' TO WS-POST-OK
               MOVE "DATED IN CLOSED PERIOD" TO WS-SUSPENSE-REASON
           END-IF.

      *> A receipt in a foreign currency is valued home at the rate
      *> for its value date; that home amount is what reaches the
      *> balance, the registry and the cash GL posting.
       2020-CONVERT-RECEIPT.
           CALL 'FxRate' USING PAY-CURRENCY, PAY-DATE,
               WS-RECEIPT-RATE, WS-RATE-RESULT
           IF WS-RATE-FOUND
               COMPUTE PAY-AMOUNT ROUNDED =
                   PAY-FOREIGN-AMOUNT * WS-RECEIPT-RATE
           ELSE
               MOVE 'N' TO WS-POST-OK
               MOVE "NO EXCHANGE RATE" TO WS-SUSPENSE-REASON
           END-IF.

      *> A reference already on the posted registry is a replay; it
      *> goes to its own duplicates report, never to suspense. A
      *> reversed reference may legitimately post again (redeposit).
               PERFORM 2090-LOG-REDIRECT
           END-IF.

      *> Money from or for a confirmed sanctions match is never
      *> applied; it waits in suspense for the compliance team.
       2075-CHECK-SANCTIONS.
           CALL 'SanctionCheck' USING IDNUM, WS-HIST-PROGRAM,
               WS-SANCTION-RESULT
           IF WS-SANCTION-BLOCKED
               MOVE 'N' TO WS-POST-OK
               MOVE "SANCTIONS MATCH - BLOCKED" TO WS-SUSPENSE-REASON
           END-IF.

       2080-HOP-ONE-MERGE.
           IF CUST-MERGED-TO = ZERO
               MOVE 'Y' TO WS-CHAIN-DONE-SWITCH
               IDNUM DELIMITED BY SIZE
               " (MERGED)" DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

       2100-UPDATE-BALANCE.
                       WS-BALANCE-BEFORE, BALANCE
                   PERFORM 2200-REGISTER-PAYMENT
                   PERFORM 2300-RELIEVE-OPEN-ITEMS
                   IF WS-FX-REALIZED NOT = ZERO
                       PERFORM 2350-BOOK-REALIZED-FX
                   END-IF
                   PERFORM 2400-VALUE-DATE-ADJUST
                   PERFORM 2500-CHECK-PAYOFF-QUOTE
           END-REWRITE.

      *> A payment value-dated before the last interest posting was
                   WRITE ADJUSTPRINTLINE FROM ADJUSTLINE
           END-REWRITE.

      *> A payment of at least the amount on the customer's open
      *> payoff quote, value-dated by its good-through date, settles
      *> the quote: the deposit the quote allowed for is applied, any
      *> shortfall within the quoted per-diem interest (interest
      *> posted meanwhile, rounding) is waived as an interest
      *> adjustment, and an account left at zero with nothing in
      *> dispute is closed. A credit left over (paid before the
      *> good-through date) stays on an active account for RefundRun.
       2500-CHECK-PAYOFF-QUOTE.
           IF NOT WS-QUOTE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-QUOTE-MATCH-SWITCH
           MOVE 'N' TO WS-QUOTE-EOF-SWITCH
           MOVE IDNUM TO WS-PAYOFF-IDNUM
           MOVE IDNUM TO PQ-IDNUM
           MOVE ZERO TO PQ-SEQ
           START QUOTEFILE KEY IS NOT LESS THAN PQ-KEY
               INVALID KEY SET WS-QUOTE-EOF TO TRUE
           END-START
           PERFORM 2510-FIND-OPEN-QUOTE UNTIL WS-QUOTE-EOF
           IF WS-QUOTE-MATCHED
               PERFORM 2520-SETTLE-PAYOFF
           END-IF.

       2510-FIND-OPEN-QUOTE.
           READ QUOTEFILE NEXT RECORD
               AT END SET WS-QUOTE-EOF TO TRUE
           END-READ
           IF NOT WS-QUOTE-EOF
               IF PQ-IDNUM NOT = WS-PAYOFF-IDNUM
                   SET WS-QUOTE-EOF TO TRUE
               ELSE
                   IF PQ-OPEN AND PQ-AMOUNT > ZERO
                       AND PAY-AMOUNT >= PQ-AMOUNT
                       AND PAY-DATE <= PQ-GOOD-THROUGH
                       MOVE 'Y' TO WS-QUOTE-MATCH-SWITCH
                       SET WS-QUOTE-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

       2520-SETTLE-PAYOFF.
           SET PQ-PAID TO TRUE
           MOVE PAY-DATE TO PQ-PAID-DATE
           MOVE PAY-REFERENCE TO PQ-PAID-REFERENCE
           REWRITE PAYOFFQUOTERECORD
               INVALID KEY
                   DISPLAY "Payoff quote rewrite failed for customer "
                       WS-PAYOFF-IDNUM
           END-REWRITE
           ADD 1 TO WS-PAYOFF-COUNT
           MOVE "PAYOFF QUOTE SETTLED" TO WS-PAYOFF-NOTE
           PERFORM 2590-LOG-PAYOFF
           IF PQ-DEPOSIT > ZERO
               PERFORM 2530-APPLY-HELD-DEPOSIT
           END-IF
           PERFORM 2580-REREAD-PAYOFF-HEADER
           COMPUTE WS-PAYOFF-RESIDUAL = BALANCE + PQ-DISPUTED
           COMPUTE WS-PAYOFF-TOLERANCE = PQ-ACCRUED + 1.00
           IF WS-PAYOFF-RESIDUAL < ZERO
               IF (WS-PAYOFF-RESIDUAL * -1) <= WS-PAYOFF-TOLERANCE
                   PERFORM 2550-WAIVE-PAYOFF-RESIDUAL
               ELSE
                   MOVE "PAYOFF RESIDUAL LEFT OPEN" TO WS-PAYOFF-NOTE
                   PERFORM 2590-LOG-PAYOFF
               END-IF
           END-IF
           IF BALANCE = ZERO AND PQ-DISPUTED = ZERO
               PERFORM 2570-CLOSE-PAID-OFF-ACCOUNT
           END-IF.

       2530-APPLY-HELD-DEPOSIT.
           MOVE ZERO TO WS-DEPOSIT-HELD
           MOVE WS-PAYOFF-IDNUM TO CD-IDNUM
           MOVE 'D' TO CD-REC-TYPE
           MOVE ZERO TO CD-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CD-DEPOSIT-BAL > ZERO
                       MOVE CD-DEPOSIT-BAL TO WS-DEPOSIT-HELD
                   END-IF
           END-READ
           IF WS-DEPOSIT-HELD > ZERO
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               MOVE ZERO TO CD-DEPOSIT-BAL
               MOVE FUNCTION CURRENT-DATE(1:8) TO CD-LAST-ACTION
               REWRITE CUSTOMER-DEPOSIT-REC
                   INVALID KEY
                       DISPLAY "Deposit rewrite failed for customer "
                           WS-PAYOFF-IDNUM
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
                       PERFORM 2540-CREDIT-DEPOSIT-TO-BALANCE
               END-REWRITE
           END-IF.

       2540-CREDIT-DEPOSIT-TO-BALANCE.
           PERFORM 2580-REREAD-PAYOFF-HEADER
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-DEPOSIT-HELD TO BALANCE
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Deposit application rewrite failed for "
                       "customer " WS-PAYOFF-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   ADD WS-DEPOSIT-HELD TO WS-DEPOSIT-TOTAL
                   MOVE "DAP" TO WS-MOVE-TYPE
                   MOVE WS-DEPOSIT-HELD TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE "PAY" TO WS-MOVE-TYPE
                   MOVE "PAYOFF DEPOSIT APPLIED" TO WS-PAYOFF-NOTE
                   PERFORM 2590-LOG-PAYOFF
           END-REWRITE.

      *> The waiver comes off the interest component first and any
      *> remainder off fees, mirroring the order charges are earned.
       2550-WAIVE-PAYOFF-RESIDUAL.
           COMPUTE WS-ADJUST-CREDIT = WS-PAYOFF-RESIDUAL * -1
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-ADJUST-CREDIT TO BALANCE
           ADD WS-ADJUST-CREDIT TO CUST-INT-BAL
           IF CUST-INT-BAL > ZERO
               ADD CUST-INT-BAL TO CUST-FEE-BAL
               MOVE ZERO TO CUST-INT-BAL
               IF CUST-FEE-BAL > ZERO
                   MOVE ZERO TO CUST-FEE-BAL
               END-IF
           END-IF
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Payoff residual rewrite failed for "
                       "customer " IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   ADD 1 TO WS-ADJUST-COUNT
                   ADD WS-ADJUST-CREDIT TO WS-ADJUST-TOTAL
                   MOVE "IAJ" TO WS-MOVE-TYPE
                   MOVE WS-ADJUST-CREDIT TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE "PAY" TO WS-MOVE-TYPE
                   MOVE "PAYOFF RESIDUAL WAIVED" TO WS-PAYOFF-NOTE
                   PERFORM 2590-LOG-PAYOFF
           END-REWRITE.

       2570-CLOSE-PAID-OFF-ACCOUNT.
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           SET CUST-INACTIVE TO TRUE
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Payoff closure rewrite failed for "
                       "customer " IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE "PAYOFF ACCOUNT CLOSED" TO WS-PAYOFF-NOTE
                   PERFORM 2590-LOG-PAYOFF
           END-REWRITE.

       2580-REREAD-PAYOFF-HEADER.
           MOVE WS-PAYOFF-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-PAYOFF-IDNUM
           END-READ.

       2590-LOG-PAYOFF.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDITLINE
           STRING WS-AT-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AT-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AT-DD DELIMITED BY SIZE
               " PAYMENTPST " DELIMITED BY SIZE
               WS-PAYOFF-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAYOFF-NOTE DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

      *> Money is applied fees first, then accrued interest, then
      *> principal; whatever the fee and interest components do not
      *> absorb is principal by definition (principal is carried as
      *> applied oldest first (invoice numbers are issued in date
      *> order by NextId, so number order is issue order).
       2300-RELIEVE-OPEN-ITEMS.
           MOVE ZERO TO WS-FX-REALIZED
           IF NOT WS-INVOICE-FILE-OPEN
               CONTINUE
           ELSE
               MOVE PAY-AMOUNT TO WS-APPLY-LEFT
               IF NOT PAY-HOME-CURRENCY
                   MOVE PAY-FOREIGN-AMOUNT TO WS-APPLY-LEFT
               END-IF
               IF PAY-REFERENCE(1:7) IS NUMERIC
                   MOVE PAY-REFERENCE(1:7) TO WS-REF-NUMBER-X
                   PERFORM 2310-RELIEVE-BY-REFERENCE
           END-IF.

       2330-APPLY-TO-INVOICE.
           IF NOT PAY-HOME-CURRENCY
               PERFORM 2340-APPLY-FOREIGN-RECEIPT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INVOICE-DUE = INV-TOTAL - INV-PAID-AMOUNT
           IF WS-INVOICE-DUE > ZERO
               IF WS-APPLY-LEFT < WS-INVOICE-DUE
               END-IF
               ADD WS-APPLY-AMOUNT TO INV-PAID-AMOUNT
               SUBTRACT WS-APPLY-AMOUNT FROM WS-APPLY-LEFT
               IF NOT INV-HOME-CURRENCY
                   COMPUTE INV-FOREIGN-PAID ROUNDED =
                       INV-PAID-AMOUNT / INV-FX-RATE
               END-IF
               IF INV-PAID-AMOUNT >= INV-TOTAL
                   SET INV-SETTLED TO TRUE
                   PERFORM 2365-CHECK-PROMO-PAYOFF
               END-IF
               REWRITE INVOICEHEADER
                   INVALID KEY
                       DISPLAY "Open-item rewrite failed for "
                           "invoice " INV-NUMBER
                   NOT INVALID KEY
                       MOVE WS-APPLY-AMOUNT TO WS-CAP-AMOUNT
                       PERFORM 2370-RECORD-CASH-APPLICATION
                       IF INV-SETTLED
                           PERFORM 2360-CHECK-ON-TIME-BONUS
                       END-IF
               END-REWRITE
           END-IF.

      *> A foreign receipt settles invoices in its own currency unit
      *> for unit. The receivable is relieved at the rate the invoice
      *> was booked at; what the same foreign money is worth at the
      *> receipt's rate, less that carrying amount, is the realized
      *> exchange gain (or loss) on the settlement.
       2340-APPLY-FOREIGN-RECEIPT.
           IF INV-CURRENCY NOT = PAY-CURRENCY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INVOICE-DUE = INV-FOREIGN-TOTAL - INV-FOREIGN-PAID
           IF WS-INVOICE-DUE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-LEFT < WS-INVOICE-DUE
               MOVE WS-APPLY-LEFT TO WS-APPLY-AMOUNT
               COMPUTE WS-FX-CARRYING ROUNDED =
                   WS-APPLY-AMOUNT * INV-FX-RATE
           ELSE
               MOVE WS-INVOICE-DUE TO WS-APPLY-AMOUNT
               COMPUTE WS-FX-CARRYING = INV-TOTAL - INV-PAID-AMOUNT
           END-IF
           COMPUTE WS-FX-RECEIVED ROUNDED =
               WS-APPLY-AMOUNT * WS-RECEIPT-RATE
           ADD WS-APPLY-AMOUNT TO INV-FOREIGN-PAID
           ADD WS-FX-CARRYING TO INV-PAID-AMOUNT
           SUBTRACT WS-APPLY-AMOUNT FROM WS-APPLY-LEFT
           IF INV-FOREIGN-PAID >= INV-FOREIGN-TOTAL
               SET INV-SETTLED TO TRUE
               PERFORM 2365-CHECK-PROMO-PAYOFF
           END-IF
           REWRITE INVOICEHEADER
               INVALID KEY
                   DISPLAY "Open-item rewrite failed for "
                       "invoice " INV-NUMBER
               NOT INVALID KEY
                   COMPUTE WS-FX-REALIZED = WS-FX-REALIZED
                       + WS-FX-RECEIVED - WS-FX-CARRYING
                   MOVE WS-FX-RECEIVED TO WS-CAP-AMOUNT
                   PERFORM 2370-RECORD-CASH-APPLICATION
                   IF INV-SETTLED
                       PERFORM 2360-CHECK-ON-TIME-BONUS
                   END-IF
           END-REWRITE.

      *> The payment credited the balance with the receipt's home
      *> value; the balance keeps only the carrying amount it
      *> relieved, the difference moving as an FXG exchange entry.
       2350-BOOK-REALIZED-FX.
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT WS-FX-REALIZED FROM BALANCE
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Exchange difference rewrite failed for "
                       "customer " IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   IF WS-FX-REALIZED > ZERO
                       ADD WS-FX-REALIZED TO WS-FX-GAIN-TOTAL
                   ELSE
                       ADD WS-FX-REALIZED TO WS-FX-LOSS-TOTAL
                   END-IF
                   MOVE "FXG" TO WS-MOVE-TYPE
                   COMPUTE WS-MOVE-AMOUNT = WS-FX-REALIZED * -1
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE "PAY" TO WS-MOVE-TYPE
           END-REWRITE.

      *> A promotional invoice paid in full by the end of its
      *> promotion never bears the interest held back against it.
       2365-CHECK-PROMO-PAYOFF.
           IF INV-PROMO-DEFERRING
               AND PAY-DATE NOT > INV-PROMO-END-DATE
               SET INV-PROMO-DROPPED TO TRUE
           END-IF.

      *> An invoice paid off by its due date earns the customer's
      *> class bonus on top of the points it earned when posted.
      *> Money coming in on a charged-off account earns nothing.
       2360-CHECK-ON-TIME-BONUS.
           IF PAY-DATE > INV-DUE-DATE OR CUST-CHARGED-OFF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PTS-AMOUNT = INV-TOTAL - INV-TAX-AMOUNT
           CALL 'PointsPost' USING WS-PTS-ACTION, IDNUM, CUST-CLASS,
               WS-PTS-AMOUNT, INV-NUMBER, WS-HIST-PROGRAM,
               WS-PTS-POINTS.

      *> Cash applied to an invoice with a sales rep on it is kept
      *> for the monthly commission run, at its home value on the
      *> day it came in.
       2370-RECORD-CASH-APPLICATION.
           IF INV-REP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAP-DATE
           MOVE INV-NUMBER TO CAP-INV-NUMBER
           MOVE INV-IDNUM TO CAP-IDNUM
           MOVE INV-REP-CODE TO CAP-REP-CODE
           SET CAP-IS-CASH TO TRUE
           MOVE WS-CAP-AMOUNT TO CAP-AMOUNT
           MOVE WS-HIST-PROGRAM TO CAP-PROGRAM
           WRITE CASHAPPLICATION.

       3000-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD PAY-AMOUNT TO WS-SUSPENSE-TOTAL

       4000-LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDITLINE
           STRING WS-AT-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AT-MM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

      *> Chain the line onto the audit log; the first line of a day
      *> goes out behind the seal for the day before.
       9600-CHAIN-AUDIT-LINE.
           SET LCH-AUDIT-LOG TO TRUE
           SET LCH-LINK-NEW TO TRUE
           CALL 'AuditChain' USING LOGCHAINCALL, AUDITLINE
           IF LCH-SEAL-DUE
               MOVE AUDITLINE TO LCH-HELD-RECORD
               WRITE AUDITLINE FROM LCH-SEAL-RECORD
               MOVE LCH-HELD-RECORD TO AUDITLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
