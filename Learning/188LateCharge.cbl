            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LateCharge.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINDUEFILE ASSIGN TO "files/MinimumDue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MND-KEY
               FILE STATUS IS WS-MD-STATUS.
           SELECT REGISTRYFILE ASSIGN TO "files/PaymentRegistry.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-RG-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT LATERPT ASSIGN TO "files/LateCharge.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD MINDUEFILE.
       COPY "MinimumDue.cpy".

       FD REGISTRYFILE.
       COPY "PaymentRegistry.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD LATERPT.
       01 PRINTLINE PIC X(100).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-IDNUM PIC 9(7).
           02 SRT-KIND PIC X.
               88 SRT-IS-PAYMENT VALUE 'P'.
               88 SRT-IS-MINIMUM VALUE 'S'.
           02 SRT-DATE PIC 9(8).
           02 SRT-PERIOD PIC 9(6).
           02 SRT-AMOUNT PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-CUSTOMER-SWITCH PIC X.
           88 WS-CUSTOMER-FOUND VALUE 'Y'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-EARLIEST-STMT PIC 9(8) VALUE 99999999.
       01 WS-PAYMENT-DATE PIC 9(8).

      *> Posted payments for the customer in hand, kept so that each
      *> overdue minimum can total only the payments in its own window.
       01 WS-CURRENT-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-PAYMENT-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-PAYMENT-IDX PIC 9(3) COMP-3.
       01 WS-PAYMENT-TABLE.
           02 WS-PMT-ENTRY OCCURS 200 TIMES.
               03 WS-PMT-DATE PIC 9(8).
               03 WS-PMT-AMOUNT PIC S9(7)V99 COMP-3.
       01 WS-PAID-IN-WINDOW PIC S9(7)V99 COMP-3.

       01 WS-DUE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-MET-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-MISSED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CHARGED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CHARGED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-NO-FEE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "LATECHARGE".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-ESTATE-FROZEN VALUE 'Y'.
       01 WS-ESTATE-IDNUM PIC 9(7).

       01 WS-AGING-MOVE-TYPE PIC X(3).
       01 WS-AGING-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "FEE".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "LATECHARGE".

       01 WS-PROOF-ACTION PIC X.
       01 WS-PROOF-RUN-NAME PIC X(12) VALUE "LATECHARGE".
       01 WS-PROOF-MOVEMENT PIC S9(11)V99.
       01 WS-PROOF-RESULT PIC X.
           88 WS-PROOF-BALANCED VALUE 'Y'.

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "FEE".
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X VALUE 'F'.
       01 WS-LOCK-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-LOCK-OPERATOR PIC X(8) VALUE "LATERUN".
       01 WS-LOCK-RESULT PIC X.
           88 WS-LOCK-GRANTED VALUE 'Y'.
       01 WS-LOCK-HOLDER PIC X(8).

       01 WS-JRN-PROGRAM PIC X(10) VALUE "LATECHARGE".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 HEADS.
           02 FILLER PIC X(40) VALUE
               "IDNum    Period  Due date    Minimum    ".
           02 FILLER PIC X(40) VALUE
               "   Paid   Shortfall  Late fee  Result".
       01 LATELINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNLATEID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNLATEPERIOD PIC 9(6).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNLATEDUE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNLATEMINIMUM PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNLATEPAID PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNLATESHORT PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNLATEFEE PIC $$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNLATERESULT PIC X(20).
       01 LATETOTALLINE.
           02 FILLER PIC X(10) VALUE "Checked ".
           02 PRNTOTDUE PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE " - met ".
           02 PRNTOTMET PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE ", missed ".
           02 PRNTOTMISSED PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE ", charged ".
           02 PRNTOTAMOUNT PIC $$$,$$9.99.

       01 WS-MD-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-LR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Settles each statement minimum once its payment due date has
      *> passed. Posted payments dated from the statement through the
      *> due date are set against the minimum; a minimum met or missed
      *> is reported to AgingUpdate for the delinquency counters, and a
      *> missed one carries the late fee printed on the statement.
      *> Settled minimums are never looked at again, so a second run
      *> the same day charges nothing twice.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           MOVE 'A' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER
           IF NOT WS-LOCK-GRANTED
               DISPLAY "Customer file held by operator "
                   WS-LOCK-HOLDER " - late charge run not started"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'O' TO WS-PROOF-ACTION
           MOVE ZERO TO WS-PROOF-MOVEMENT
           CALL 'ProofSheet' USING WS-PROOF-ACTION,
               WS-PROOF-RUN-NAME, WS-PROOF-MOVEMENT, WS-PROOF-RESULT
           OPEN OUTPUT LATERPT
           IF WS-LR-STATUS NOT = "00"
               MOVE "LATERPT" TO WS-ABEND-FILE-NAME
               MOVE WS-LR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           WRITE PRINTLINE FROM HEADS
           SORT SORTWORK ASCENDING KEY SRT-IDNUM SRT-KIND SRT-DATE
               INPUT PROCEDURE 1000-SELECT-DUE-ITEMS
               OUTPUT PROCEDURE 3000-SETTLE-MINIMUMS
           MOVE WS-DUE-COUNT TO PRNTOTDUE
           MOVE WS-MET-COUNT TO PRNTOTMET
           MOVE WS-MISSED-COUNT TO PRNTOTMISSED
           MOVE WS-CHARGED-TOTAL TO PRNTOTAMOUNT
           WRITE PRINTLINE FROM LATETOTALLINE
           CLOSE LATERPT
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER
           MOVE 'C' TO WS-PROOF-ACTION
           COMPUTE WS-PROOF-MOVEMENT = WS-CHARGED-TOTAL * -1
           CALL 'ProofSheet' USING WS-PROOF-ACTION,
               WS-PROOF-RUN-NAME, WS-PROOF-MOVEMENT, WS-PROOF-RESULT
           IF NOT WS-PROOF-BALANCED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CHARGED-TOTAL NOT = ZERO
               MOVE WS-TODAY-DATE TO WS-GL-POST-DATE
               COMPUTE WS-GL-AMOUNT = WS-CHARGED-TOTAL * -1
               CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
                   WS-GL-AMOUNT
           END-IF
           DISPLAY "Late charge run complete - " WS-DUE-COUNT
               " minimums checked, " WS-MET-COUNT " met, "
               WS-MISSED-COUNT " missed, " WS-CHARGED-COUNT
               " late fees for " WS-CHARGED-TOTAL ", "
               WS-NO-FEE-COUNT " missed without a fee"
           GOBACK.

      *> Minimums first, so the payment pass can skip everything
      *> dated before the oldest statement still open.
       1000-SELECT-DUE-ITEMS.
           OPEN INPUT MINDUEFILE
           IF WS-MD-STATUS NOT = "00"
               DISPLAY "MINDUEFILE STATUS " WS-MD-STATUS
                   " - no statement minimums to settle"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1100-RELEASE-ONE-MINIMUM UNTIL WSEOF
           CLOSE MINDUEFILE
           IF WS-EARLIEST-STMT = 99999999
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REGISTRYFILE
           IF WS-RG-STATUS NOT = "00"
               DISPLAY "REGISTRYFILE STATUS " WS-RG-STATUS
                   " - minimums settled with no payments"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1200-RELEASE-ONE-PAYMENT UNTIL WSEOF
           CLOSE REGISTRYFILE.

       1100-RELEASE-ONE-MINIMUM.
           READ MINDUEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF MND-OPEN AND MND-DUE-DATE < WS-TODAY-DATE
                       MOVE MND-IDNUM TO SRT-IDNUM
                       MOVE 'S' TO SRT-KIND
                       MOVE MND-DUE-DATE TO SRT-DATE
                       MOVE MND-PERIOD TO SRT-PERIOD
                       MOVE MND-MINIMUM TO SRT-AMOUNT
                       RELEASE SORT-RECORD
                       IF MND-STMT-DATE < WS-EARLIEST-STMT
                           MOVE MND-STMT-DATE TO WS-EARLIEST-STMT
                       END-IF
                   END-IF
           END-READ.

      *> A payment counts from the day the customer paid; a registry
      *> entry with no payment date falls back to its posting date.
      *> Reversed payments are not payments.
       1200-RELEASE-ONE-PAYMENT.
           READ REGISTRYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF PRG-POSTED
                       IF PRG-PAY-DATE = ZERO
                           MOVE PRG-POST-DATE TO WS-PAYMENT-DATE
                       ELSE
                           MOVE PRG-PAY-DATE TO WS-PAYMENT-DATE
                       END-IF
                       IF WS-PAYMENT-DATE NOT < WS-EARLIEST-STMT
                           MOVE PRG-IDNUM TO SRT-IDNUM
                           MOVE 'P' TO SRT-KIND
                           MOVE WS-PAYMENT-DATE TO SRT-DATE
                           MOVE ZERO TO SRT-PERIOD
                           MOVE PRG-AMOUNT TO SRT-AMOUNT
                           RELEASE SORT-RECORD
                       END-IF
                   END-IF
           END-READ.

      *> Payments sort ahead of the minimums for the same customer,
      *> so the payment table is complete before any window is summed.
       3000-SETTLE-MINIMUMS.
           OPEN I-O MINDUEFILE
           IF WS-MD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 3100-RETURN-ONE-ITEM UNTIL WS-SORT-EOF
           CLOSE CUSTOMERFILE
           CLOSE MINDUEFILE.

       3100-RETURN-ONE-ITEM.
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-IDNUM NOT = WS-CURRENT-IDNUM
                       MOVE SRT-IDNUM TO WS-CURRENT-IDNUM
                       MOVE ZERO TO WS-PAYMENT-COUNT
                   END-IF
                   IF SRT-IS-PAYMENT
                       PERFORM 3200-KEEP-PAYMENT
                   ELSE
                       PERFORM 4000-SETTLE-ONE-MINIMUM
                   END-IF
           END-RETURN.

       3200-KEEP-PAYMENT.
           IF WS-PAYMENT-COUNT < 200
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE WS-PAYMENT-COUNT TO WS-PAYMENT-IDX
               MOVE SRT-DATE TO WS-PMT-DATE(WS-PAYMENT-IDX)
               MOVE SRT-AMOUNT TO WS-PMT-AMOUNT(WS-PAYMENT-IDX)
           ELSE
               DISPLAY "Payment table full for customer " SRT-IDNUM
                   " - later payments not counted"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4000-SETTLE-ONE-MINIMUM.
           MOVE SRT-IDNUM TO MND-IDNUM
           MOVE SRT-PERIOD TO MND-PERIOD
           READ MINDUEFILE
               INVALID KEY
                   DISPLAY "Minimum due record missing for customer "
                       SRT-IDNUM " period " SRT-PERIOD
                   EXIT PARAGRAPH
           END-READ
           IF NOT MND-OPEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE ZERO TO WS-PAID-IN-WINDOW
           PERFORM 4100-ADD-WINDOW-PAYMENT
               VARYING WS-PAYMENT-IDX FROM 1 BY 1
               UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
           IF WS-PAID-IN-WINDOW > ZERO
               MOVE WS-PAID-IN-WINDOW TO MND-PAID
           ELSE
               MOVE ZERO TO MND-PAID
           END-IF
           MOVE ZERO TO MND-SHORTFALL
           MOVE ZERO TO MND-FEE-CHARGED
           MOVE SPACE TO MND-NO-FEE-REASON
           MOVE WS-TODAY-DATE TO MND-CHECKED-DATE
           MOVE MND-IDNUM TO PRNLATEID
           MOVE MND-PERIOD TO PRNLATEPERIOD
           MOVE MND-DUE-DATE TO PRNLATEDUE
           MOVE MND-MINIMUM TO PRNLATEMINIMUM
           MOVE MND-PAID TO PRNLATEPAID
           IF MND-PAID NOT < MND-MINIMUM
               SET MND-MET TO TRUE
               ADD 1 TO WS-MET-COUNT
               MOVE "MET" TO WS-AGING-MOVE-TYPE
               MOVE "Minimum met" TO PRNLATERESULT
           ELSE
               SET MND-MISSED TO TRUE
               ADD 1 TO WS-MISSED-COUNT
               COMPUTE MND-SHORTFALL = MND-MINIMUM - MND-PAID
               MOVE "MIS" TO WS-AGING-MOVE-TYPE
               PERFORM 5000-ASSESS-LATE-FEE
           END-IF
           MOVE MND-SHORTFALL TO PRNLATESHORT
           MOVE MND-FEE-CHARGED TO PRNLATEFEE
           REWRITE MINIMUMDUERECORD
               INVALID KEY
                   DISPLAY "Minimum due rewrite failed for customer "
                       MND-IDNUM " period " MND-PERIOD
           END-REWRITE
           CALL 'AgingUpdate' USING MND-IDNUM, WS-AGING-MOVE-TYPE,
               WS-AGING-AMOUNT
           WRITE PRINTLINE FROM LATELINE.

       4100-ADD-WINDOW-PAYMENT.
           IF WS-PMT-DATE(WS-PAYMENT-IDX) NOT < MND-STMT-DATE
               AND WS-PMT-DATE(WS-PAYMENT-IDX) NOT > MND-DUE-DATE
               ADD WS-PMT-AMOUNT(WS-PAYMENT-IDX) TO WS-PAID-IN-WINDOW
           END-IF.

      *> The late fee is the one disclosed on the statement. It is
      *> held back where the class carries no fee, the account is
      *> under a bankruptcy stay, a death notice is on file, or the
      *> account is no longer active; the reason stays on the record.
       5000-ASSESS-LATE-FEE.
           IF MND-LATE-FEE = ZERO
               SET MND-FEE-WAIVED-CLASS TO TRUE
               MOVE "Missed - no fee" TO PRNLATERESULT
               ADD 1 TO WS-NO-FEE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-READ-CUSTOMER
           IF NOT WS-CUSTOMER-FOUND OR NOT CUST-ACTIVE
               SET MND-FEE-NOT-ACTIVE TO TRUE
               MOVE "Missed - not active" TO PRNLATERESULT
               ADD 1 TO WS-NO-FEE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-CHECK-ESTATE
           IF WS-ESTATE-FROZEN
               SET MND-FEE-ESTATE TO TRUE
               MOVE "Missed - estate" TO PRNLATERESULT
               ADD 1 TO WS-NO-FEE-COUNT
               EXIT PARAGRAPH
           END-IF
           CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
               WS-STAY-SWITCH
           IF WS-STAYED
               SET MND-FEE-STAYED TO TRUE
               MOVE "Missed - stayed" TO PRNLATERESULT
               ADD 1 TO WS-NO-FEE-COUNT
           ELSE
               PERFORM 6000-CHARGE-LATE-FEE
           END-IF.

       5100-READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           MOVE MND-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-CUSTOMER-SWITCH
           END-READ.

      *> No fee is charged once a death notice is on file. The header
      *> is read back afterwards so the fee is applied to it.
       5200-CHECK-ESTATE.
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

       6000-CHARGE-LATE-FEE.
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT MND-LATE-FEE FROM BALANCE
           SUBTRACT MND-LATE-FEE FROM CUST-FEE-BAL
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Late fee rewrite failed for customer "
                       IDNUM
                   MOVE "Missed - not charged" TO PRNLATERESULT
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   COMPUTE WS-MOVE-AMOUNT = MND-LATE-FEE * -1
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE MND-LATE-FEE TO MND-FEE-CHARGED
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD MND-LATE-FEE TO WS-CHARGED-TOTAL
                   MOVE "Missed - fee charged" TO PRNLATERESULT
           END-REWRITE.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
