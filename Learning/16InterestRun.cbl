               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT ACCRUALFILE ASSIGN TO "files/InterestAccrual.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACR-IDNUM
               FILE STATUS IS WS-AC-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTEFILE.
       COPY "Dispute.cpy".

       FD ACCRUALFILE.
       COPY "InterestAccrual.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-INTEREST-CHARGE PIC S9(7)V99 COMP-3.
       01 WS-CUSTOMERS-CHARGED PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOTAL-INTEREST PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "INTERESTRN".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-ESTATE-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-ESTATE-FROZEN VALUE 'Y'.
       01 WS-CHILD-IDNUM PIC 9(7).
       01 WS-SCRA-CAP-RATE PIC V999 VALUE .005.
       01 WS-SCRA-CAPPED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SCRA-SWITCH PIC X.
           88 WS-SCRA-PROTECTED VALUE 'Y'.
       01 WS-PARM-STRING PIC X(20). *> optional PARM, e.g. "0.020" or "0.020 FORCE"
       01 WS-PARM-1 PIC X(10).
       01 WS-PARM-2 PIC X(10).
       01 WS-GL-DATE-AREA.
           02 WS-GL-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-GL-REVERSE-TYPE PIC X(3) VALUE "ACV".
       01 WS-ACCRUAL-EOF-SWITCH PIC X.
           88 WS-ACCRUAL-EOF VALUE 'Y'.
       01 WS-ACCRUAL-REVERSED PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ACCRUAL-RESET-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ACCRUAL-BOOKED PIC 9(7)V99.

       01 WS-CAL-CHECK-TYPE PIC X VALUE 'M'.
       01 WS-CAL-PROGRAM PIC X(12) VALUE "INTERESTRUN".
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-HAVE-INVOICES PIC X VALUE 'N'.
           88 WS-INVOICE-FILE-OPEN VALUE 'Y'.
       01 WS-INV-EOF-SWITCH PIC X.
           88 WS-INV-EOF VALUE 'Y'.
       01 WS-PROMO-OPEN PIC S9(9)V99 COMP-3.
       01 WS-PROMO-COUNT PIC 9(3) COMP-3.
       01 WS-PROMO-DUE PIC S9(9)V99 COMP-3.
       01 WS-PROMO-CHARGE PIC S9(7)V99 COMP-3.
       01 WS-PROMO-BILL-AMOUNT PIC S9(7)V99 COMP-3.
       01 WS-PROMO-DEFERRED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PROMO-BILLED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PROMO-BILLED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PROMO-DROPPED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PROMO-MOVE-TYPE PIC X(3) VALUE "PIB".
       01 WS-GL-PROMO-TYPE PIC X(3) VALUE "PIB".
       01 WS-PROMO-ACTION PIC X(8).
       01 PROMODETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNPROMOCUSTID PIC 9(7).
           02 FILLER PIC X(3) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "Promo ".
           02 PRNPROMOINVOICE PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNPROMOCODE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PRNPROMOACTION PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNPROMOAMOUNT PIC $$,$$$,$$9.99-.
           02 FILLER PIC X(10) VALUE " deferred ".
           02 PRNPROMODEFERRED PIC $$,$$$,$$9.99-.
           02 FILLER PIC X(6) VALUE " ends ".
           02 PRNPROMOEND PIC 9(8).

       01 WS-CF-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

           IF WS-DS-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-DISPUTES
           END-IF
           IF WS-SIMULATE-MODE
               OPEN INPUT INVOICEFILE
           ELSE
               OPEN I-O INVOICEFILE
           END-IF
           IF WS-IH-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-INVOICES
           END-IF
           WRITE PRINTLINE FROM RATEHEADS
           PERFORM 1000-PROCESS-CUSTOMER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTEFILE
           END-IF
           IF WS-INVOICE-FILE-OPEN
               CLOSE INVOICEFILE
           END-IF
           IF NOT WS-SIMULATE-MODE
               MOVE 'C' TO WS-PROOF-ACTION
               COMPUTE WS-PROOF-MOVEMENT =
                   WS-TOTAL-INTEREST + WS-PROMO-BILLED-TOTAL
               CALL 'ProofSheet' USING WS-PROOF-ACTION,
                   WS-PROOF-RUN-NAME, WS-PROOF-MOVEMENT,
                   WS-PROOF-RESULT
               DISPLAY "Simulation complete - " WS-CUSTOMERS-CHARGED
                   " accounts would be charged, total "
                   WS-TOTAL-INTEREST " - see files/InterestSim.rpt"
               DISPLAY WS-STAY-SKIP-COUNT " accounts under bankruptcy "
                   "stay would be skipped"
               DISPLAY WS-ESTATE-SKIP-COUNT " deceased accounts frozen "
                   "would be skipped"
               DISPLAY WS-SCRA-CAPPED-COUNT " servicemember accounts "
                   "would be capped at the SCRA rate"
               DISPLAY "Promotional interest that would be deferred "
                   WS-PROMO-DEFERRED-TOTAL ", billed on expiry "
                   WS-PROMO-BILLED-TOTAL
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-GL-DATE-AREA
               MOVE WS-GL-CD-DATE TO WS-GL-POST-DATE
               MOVE WS-TOTAL-INTEREST TO WS-GL-AMOUNT
               CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
                   WS-GL-AMOUNT
               IF WS-PROMO-BILLED-TOTAL NOT = ZERO
                   MOVE WS-PROMO-BILLED-TOTAL TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-PROMO-TYPE,
                       WS-GL-POST-DATE, WS-GL-AMOUNT
               END-IF
               PERFORM 0400-REVERSE-ACCRUALS
               PERFORM 0300-UPDATE-POSTING-CONTROL
               DISPLAY "Interest run complete - "
                   WS-CUSTOMERS-CHARGED
                   " accounts charged, total " WS-TOTAL-INTEREST
               DISPLAY WS-STAY-SKIP-COUNT " accounts under bankruptcy "
                   "stay skipped"
               DISPLAY WS-ESTATE-SKIP-COUNT " deceased accounts frozen "
                   "skipped"
               DISPLAY WS-SCRA-CAPPED-COUNT " servicemember accounts "
                   "capped at the SCRA rate"
               DISPLAY "Promotional interest deferred "
                   WS-PROMO-DEFERRED-TOTAL ", " WS-PROMO-BILLED-COUNT
                   " expired promotions billed " WS-PROMO-BILLED-TOTAL
                   ", " WS-PROMO-DROPPED-COUNT " paid-off promotions "
                   "dropped"
               DISPLAY WS-ACCRUAL-RESET-COUNT " interest accruals "
                   "cleared, month-end accrual of "
                   WS-ACCRUAL-REVERSED " reversed"
           END-IF
           GOBACK.

           MOVE WS-OC-PERIOD(WS-OC-IDX) TO PC-LAST-PERIOD
           WRITE POSTINGCONTROLRECORD.

      *> Billing the month's interest replaces the daily accrual: the
      *> accrual booked to the GL at month end is reversed and every
      *> account starts accruing again from today.
       0400-REVERSE-ACCRUALS.
           OPEN I-O ACCRUALFILE
           IF WS-AC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACCRUAL-EOF-SWITCH
           MOVE ZERO TO ACR-IDNUM
           START ACCRUALFILE KEY IS NOT LESS THAN ACR-IDNUM
               INVALID KEY SET WS-ACCRUAL-EOF TO TRUE
           END-START
           PERFORM 0410-RESET-ONE-ACCRUAL UNTIL WS-ACCRUAL-EOF
           CLOSE ACCRUALFILE
           MOVE WS-ACCRUAL-REVERSED TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-REVERSE-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT.

       0410-RESET-ONE-ACCRUAL.
           READ ACCRUALFILE NEXT RECORD
               AT END SET WS-ACCRUAL-EOF TO TRUE
           END-READ
           IF NOT WS-ACCRUAL-EOF
               MOVE ACR-GL-BOOKED TO WS-ACCRUAL-BOOKED
               MOVE ZERO TO ACR-ACCRUED
               MOVE ZERO TO ACR-GL-BOOKED
               MOVE WS-TODAY-DATE TO ACR-FROM-DATE
               MOVE WS-TODAY-DATE TO ACR-THROUGH-DATE
               REWRITE ACCRUALRECORD
                   INVALID KEY
                       DISPLAY "Accrual reset failed for customer "
                           ACR-IDNUM
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCRUAL-RESET-COUNT
                       ADD WS-ACCRUAL-BOOKED TO WS-ACCRUAL-REVERSED
               END-REWRITE
           END-IF.

       1000-PROCESS-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
      *> Open disputed amounts are held out of the base, and the
      *> charge is computed on the principal component only - the
      *> interest and fee components never compound, which several
      *> of our states require. No interest accrues while a
      *> bankruptcy automatic stay is in force, nor once a death
      *> notice has been recorded against the account.
       2000-APPLY-INTEREST.
           PERFORM 2050-TOTAL-OPEN-DISPUTES
           PERFORM 2300-TOTAL-PROMO-BALANCES
           COMPUTE WS-EFF-BALANCE =
               BALANCE - CUST-INT-BAL - CUST-FEE-BAL
               + WS-DISPUTED-TOTAL + WS-PROMO-OPEN
           MOVE 'N' TO WS-STAY-SWITCH
           MOVE 'N' TO WS-ESTATE-SWITCH
           IF (WS-EFF-BALANCE < ZERO OR WS-PROMO-COUNT > ZERO)
               AND NOT CUST-CLASS-EMPLOYEE
               PERFORM 2070-CHECK-ESTATE
               IF WS-ESTATE-FROZEN
                   ADD 1 TO WS-ESTATE-SKIP-COUNT
               END-IF
           END-IF
           IF (WS-EFF-BALANCE < ZERO OR WS-PROMO-COUNT > ZERO)
               AND NOT CUST-CLASS-EMPLOYEE
               AND NOT WS-ESTATE-FROZEN
               CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
                   WS-STAY-SWITCH
               IF WS-STAYED
                   ADD 1 TO WS-STAY-SKIP-COUNT
               END-IF
           END-IF
           IF WS-EFF-BALANCE < ZERO AND NOT CUST-CLASS-EMPLOYEE
               AND NOT WS-STAYED AND NOT WS-ESTATE-FROZEN
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               MOVE BALANCE TO WS-BALANCE-BEFORE
               PERFORM 2100-SELECT-RATE
               PERFORM 2080-CHECK-SCRA
               IF WS-SCRA-PROTECTED
                   AND WS-SELECTED-RATE > WS-SCRA-CAP-RATE
                   MOVE WS-SCRA-CAP-RATE TO WS-SELECTED-RATE
                   ADD 1 TO WS-SCRA-CAPPED-COUNT
               END-IF
               COMPUTE WS-INTEREST-CHARGE ROUNDED =
                   WS-EFF-BALANCE * WS-SELECTED-RATE
               ADD WS-INTEREST-CHARGE TO BALANCE
                       PERFORM 2200-REPORT-RATE-APPLIED
               END-REWRITE
               END-IF
           END-IF
           IF WS-PROMO-COUNT > ZERO AND NOT CUST-CLASS-EMPLOYEE
               AND NOT WS-STAYED AND NOT WS-ESTATE-FROZEN
               PERFORM 2400-PROCESS-PROMOTIONS
           END-IF.

      *> Latest effective-dated entry on or before today whose class
                   TO WS-SELECTED-EFFECTIVE
           END-IF.

      *> The estate record sorts ahead of the header, so the header
      *> is read back afterwards to restore the record and the
      *> sequential position.
       2070-CHECK-ESTATE.
           MOVE IDNUM TO WS-CHILD-IDNUM
           MOVE 'E' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ESTATE-SWITCH
           END-READ
           MOVE WS-CHILD-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-CHILD-IDNUM
           END-READ.

      *> A servicemember on active duty, with the orders on file, pays
      *> no more than 6% a year (.005 a month) for as long as the
      *> protected period covers the run date.
       2080-CHECK-SCRA.
           MOVE 'N' TO WS-SCRA-SWITCH
           MOVE IDNUM TO WS-CHILD-IDNUM
           MOVE 'M' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CM-DUTY-START <= WS-TODAY-DATE
                       AND (CM-DUTY-END = ZERO
                           OR CM-DUTY-END >= WS-TODAY-DATE)
                       MOVE 'Y' TO WS-SCRA-SWITCH
                   END-IF
           END-READ
           MOVE WS-CHILD-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-CHILD-IDNUM
           END-READ.

       2050-TOTAL-OPEN-DISPUTES.
           MOVE ZERO TO WS-DISPUTED-TOTAL
           IF WS-DISPUTE-FILE-OPEN
               END-IF
           END-IF.

      *> Promotional invoices still inside their period are held out
      *> of the account's interest base; the interest they would
      *> have borne is worked out separately and deferred.
       2300-TOTAL-PROMO-BALANCES.
           MOVE ZERO TO WS-PROMO-OPEN
           MOVE ZERO TO WS-PROMO-COUNT
           IF WS-INVOICE-FILE-OPEN
               MOVE 'N' TO WS-INV-EOF-SWITCH
               MOVE ZERO TO INV-NUMBER
               START INVOICEFILE KEY IS NOT LESS THAN INV-KEY
                   INVALID KEY SET WS-INV-EOF TO TRUE
               END-START
               PERFORM 2310-ADD-ONE-PROMO UNTIL WS-INV-EOF
           END-IF.

       2310-ADD-ONE-PROMO.
           READ INVOICEFILE NEXT RECORD
               AT END SET WS-INV-EOF TO TRUE
           END-READ
           IF NOT WS-INV-EOF
               IF INV-IDNUM = IDNUM AND INV-PROMO-DEFERRING
                   ADD 1 TO WS-PROMO-COUNT
                   COMPUTE WS-PROMO-DUE = INV-TOTAL - INV-PAID-AMOUNT
                   IF INV-PROMO-END-DATE NOT < WS-TODAY-DATE
                       AND NOT INV-SETTLED AND WS-PROMO-DUE > ZERO
                       ADD WS-PROMO-DUE TO WS-PROMO-OPEN
                   END-IF
               END-IF
           END-IF.

      *> Deferred interest accrues at the rate the whole balance would
      *> attract. Once a promotion has ended unpaid, everything held
      *> back is billed in one movement of its own (PIB); one settled
      *> in time that payment posting did not already clear is
      *> dropped here.
       2400-PROCESS-PROMOTIONS.
           COMPUTE WS-EFF-BALANCE = WS-EFF-BALANCE - WS-PROMO-OPEN
           PERFORM 2100-SELECT-RATE
           PERFORM 2080-CHECK-SCRA
           IF WS-SCRA-PROTECTED
               AND WS-SELECTED-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-SELECTED-RATE
           END-IF
           MOVE ZERO TO WS-PROMO-BILL-AMOUNT
           MOVE 'N' TO WS-INV-EOF-SWITCH
           MOVE ZERO TO INV-NUMBER
           START INVOICEFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET WS-INV-EOF TO TRUE
           END-START
           PERFORM 2410-PROCESS-ONE-PROMO UNTIL WS-INV-EOF
           IF WS-PROMO-BILL-AMOUNT NOT = ZERO
               PERFORM 2450-BILL-DEFERRED-INTEREST
           END-IF.

       2410-PROCESS-ONE-PROMO.
           READ INVOICEFILE NEXT RECORD
               AT END SET WS-INV-EOF TO TRUE
           END-READ
           IF WS-INV-EOF
               EXIT PARAGRAPH
           END-IF
           IF INV-IDNUM NOT = IDNUM OR NOT INV-PROMO-DEFERRING
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROMO-DUE = INV-TOTAL - INV-PAID-AMOUNT
           MOVE ZERO TO WS-PROMO-CHARGE
           EVALUATE TRUE
               WHEN INV-PROMO-END-DATE < WS-TODAY-DATE
                   SET INV-PROMO-BILLED TO TRUE
                   MOVE "BILLED" TO WS-PROMO-ACTION
                   SUBTRACT INV-PROMO-DEFERRED FROM WS-PROMO-BILL-AMOUNT
                   ADD 1 TO WS-PROMO-BILLED-COUNT
               WHEN INV-SETTLED OR WS-PROMO-DUE NOT > ZERO
                   SET INV-PROMO-DROPPED TO TRUE
                   MOVE "DROPPED" TO WS-PROMO-ACTION
                   ADD 1 TO WS-PROMO-DROPPED-COUNT
               WHEN OTHER
                   COMPUTE WS-PROMO-CHARGE ROUNDED =
                       WS-PROMO-DUE * WS-SELECTED-RATE
                   ADD WS-PROMO-CHARGE TO INV-PROMO-DEFERRED
                   ADD WS-PROMO-CHARGE TO WS-PROMO-DEFERRED-TOTAL
                   MOVE "DEFERRED" TO WS-PROMO-ACTION
           END-EVALUATE
           IF NOT WS-SIMULATE-MODE
               REWRITE INVOICEHEADER
                   INVALID KEY
                       DISPLAY "Promotion update failed for invoice "
                           INV-NUMBER
               END-REWRITE
           END-IF
           MOVE IDNUM TO PRNPROMOCUSTID
           MOVE INV-NUMBER TO PRNPROMOINVOICE
           MOVE INV-PROMO-CODE TO PRNPROMOCODE
           MOVE WS-PROMO-ACTION TO PRNPROMOACTION
           MOVE WS-PROMO-CHARGE TO PRNPROMOAMOUNT
           MOVE INV-PROMO-DEFERRED TO PRNPROMODEFERRED
           MOVE INV-PROMO-END-DATE TO PRNPROMOEND
           WRITE PRINTLINE FROM PROMODETAILLINE.

       2450-BILL-DEFERRED-INTEREST.
           ADD WS-PROMO-BILL-AMOUNT TO WS-PROMO-BILLED-TOTAL
           IF WS-SIMULATE-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-PROMO-BILL-AMOUNT TO BALANCE
           ADD WS-PROMO-BILL-AMOUNT TO CUST-INT-BAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Deferred interest update failed for "
                       "customer " IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE WS-PROMO-BILL-AMOUNT TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-PROMO-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
           END-REWRITE.

       2200-REPORT-RATE-APPLIED.
           MOVE IDNUM TO PRNCUSTID
           MOVE WS-SELECTED-RATE TO PRNRATE
