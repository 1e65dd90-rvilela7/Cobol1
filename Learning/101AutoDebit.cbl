               ACCESS IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-RG-STATUS.
           SELECT HOLDFILE ASSIGN TO "files/RefundHolds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT DEBITRPT ASSIGN TO "files/AutoDebit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
       COPY "CustomerRecord.cpy".

       FD ACHFILE.
       01 ACHRECORD PIC X(94).

       FD RETURNFILE.
       01 RETURNRECORD.
           02 RET-IDNUM PIC 9(7).
           02 RET-AMOUNT PIC 9(7)V99.
           02 RET-DATE PIC 9(8).
           02 RET-REASON PIC X(3).
               88 RET-IS-NOC VALUE 'C01' THRU 'C99'.
           02 RET-CORRECTED-DATA PIC X(29).

       FD REGISTRYFILE.
       COPY "PaymentRegistry.cpy".

       FD HOLDFILE.
       COPY "RefundHold.cpy".

       FD DEBITRPT.
       01 PRINTLINE PIC X(100).

           88 WS-PROCESS-RETURNS VALUE 'Y'.
       01 WS-MANDATE-SWITCH PIC X.
           88 WS-MANDATE-ON-FILE VALUE 'Y'.
       01 WS-PRENOTE-SWITCH PIC X.
           88 WS-PRENOTE-TO-SEND VALUE 'S'.
           88 WS-PRENOTE-PENDING VALUE 'W'.
           88 WS-PRENOTE-CLEAR VALUE 'C'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "RETURNS"
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 WS-TD-HHMM PIC 9(4).
           02 FILLER PIC X(9).

       01 WS-DEBIT-IDNUM PIC 9(7).
       01 WS-DEBIT-AMOUNT PIC S9(7)V99.
       01 WS-HOLD-ROUTING PIC X(9).
       01 WS-HOLD-ACCOUNT PIC X(17).
       01 WS-HOLD-ACCT-TYPE PIC X.
           88 WS-HOLD-SAVINGS VALUE 'S'.

       01 WS-DEBIT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-RETURN-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-RETURN-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PRENOTE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PRENOTE-WAIT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-NOC-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PRENOTE-WAIT-DAYS PIC 99 VALUE 6.
       01 WS-PRENOTE-AGE PIC S9(5) COMP-3.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "AUTODEBIT ".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-SANCTION-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SANCTION-RESULT PIC X.
           88 WS-SANCTION-BLOCKED VALUE 'Y'.
       01 WS-HOLDS-SWITCH PIC X VALUE 'N'.
           88 WS-HOLDS-ON-FILE VALUE 'Y'.
       01 WS-CHANGE-HOLD-SWITCH PIC X.
           88 WS-CHANGE-HELD VALUE 'Y'.
       01 WS-CHANGE-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-RT-ROUTING PIC X(9).
       01 WS-RT-RESULT PIC X.
           88 WS-RT-ROUTING-VALID VALUE 'Y'.
       01 WS-NOC-ROUTING PIC X(9).
       01 WS-NOC-ACCOUNT PIC X(17).
       01 WS-NOC-TRAN-CODE PIC XX.
       01 WS-NOC-SWITCH PIC X.
           88 WS-NOC-APPLIED VALUE 'Y'.

      *> Originator details as set up in the ACH origination
      *> agreement with the bank.
       01 WS-ACH-DEST-ROUTING PIC X(9) VALUE "091000019".
       01 WS-ACH-DEST-NAME PIC X(23) VALUE "FIRST NATIONAL BANK".
       01 WS-ACH-ORIGIN-ID PIC X(10) VALUE "1410000001".
       01 WS-ACH-ORIGIN-NAME PIC X(23) VALUE "LEARNING RECEIVABLES".
       01 WS-ACH-COMPANY-NAME PIC X(16) VALUE "LEARNING RECV".
       01 WS-ACH-COMPANY-ID PIC X(10) VALUE "1410000001".
       01 WS-ACH-ODFI PIC X(8) VALUE "09100001".

       01 WS-ACH-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACH-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACH-BLOCK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ACH-BATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ACH-HASH-TOTAL PIC 9(15) COMP-3 VALUE ZERO.
       01 WS-ACH-ENTRY-HASH PIC 9(10).
       01 WS-ACH-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-ACH-RDFI PIC 9(8).
       01 WS-ACH-AMOUNT PIC S9(7)V99.
       01 WS-ACH-EFFECTIVE-INT PIC 9(7).
       01 WS-ACH-EFFECTIVE-DATE PIC 9(8).
       01 WS-ACH-FILL-RECORD PIC X(94) VALUE ALL '9'.

       01 ACH-FILE-HEADER.
           02 AFH-RECORD-TYPE PIC X VALUE '1'.
           02 AFH-PRIORITY PIC XX VALUE "01".
           02 AFH-DESTINATION PIC X(10).
           02 AFH-ORIGIN PIC X(10).
           02 AFH-CREATION-DATE PIC 9(6).
           02 AFH-CREATION-TIME PIC 9(4).
           02 AFH-ID-MODIFIER PIC X VALUE 'A'.
           02 AFH-RECORD-SIZE PIC XXX VALUE "094".
           02 AFH-BLOCKING PIC XX VALUE "10".
           02 AFH-FORMAT-CODE PIC X VALUE '1'.
           02 AFH-DEST-NAME PIC X(23).
           02 AFH-ORIGIN-NAME PIC X(23).
           02 AFH-REFERENCE PIC X(8) VALUE SPACES.
       01 ACH-BATCH-HEADER.
           02 ABH-RECORD-TYPE PIC X VALUE '5'.
           02 ABH-SERVICE-CLASS PIC XXX VALUE "225".
           02 ABH-COMPANY-NAME PIC X(16).
           02 ABH-DISCRETIONARY PIC X(20) VALUE SPACES.
           02 ABH-COMPANY-ID PIC X(10).
           02 ABH-SEC-CODE PIC XXX VALUE "PPD".
           02 ABH-ENTRY-DESC PIC X(10) VALUE "AUTODEBIT".
           02 ABH-DESCRIPTIVE-DATE PIC X(6) VALUE SPACES.
           02 ABH-EFFECTIVE-DATE PIC 9(6).
           02 ABH-SETTLEMENT-DATE PIC XXX VALUE SPACES.
           02 ABH-ORIGINATOR-STATUS PIC X VALUE '1'.
           02 ABH-ODFI PIC X(8).
           02 ABH-BATCH-NUMBER PIC 9(7) VALUE 1.
       01 ACH-ENTRY-DETAIL.
           02 AED-RECORD-TYPE PIC X VALUE '6'.
           02 AED-TRAN-CODE PIC XX.
           02 AED-RDFI PIC X(8).
           02 AED-CHECK-DIGIT PIC X.
           02 AED-ACCOUNT PIC X(17).
           02 AED-AMOUNT PIC 9(8)V99.
           02 AED-INDIVIDUAL-ID PIC X(15).
           02 AED-INDIVIDUAL-NAME PIC X(22).
           02 AED-DISCRETIONARY PIC XX VALUE SPACES.
           02 AED-ADDENDA PIC X VALUE '0'.
           02 AED-TRACE.
               03 AED-TRACE-ODFI PIC X(8).
               03 AED-TRACE-SEQ PIC 9(7).
       01 ACH-BATCH-CONTROL.
           02 ABC-RECORD-TYPE PIC X VALUE '8'.
           02 ABC-SERVICE-CLASS PIC XXX VALUE "225".
           02 ABC-ENTRY-COUNT PIC 9(6).
           02 ABC-ENTRY-HASH PIC 9(10).
           02 ABC-DEBIT-TOTAL PIC 9(10)V99.
           02 ABC-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           02 ABC-COMPANY-ID PIC X(10).
           02 ABC-AUTH-CODE PIC X(19) VALUE SPACES.
           02 ABC-RESERVED PIC X(6) VALUE SPACES.
           02 ABC-ODFI PIC X(8).
           02 ABC-BATCH-NUMBER PIC 9(7) VALUE 1.
       01 ACH-FILE-CONTROL.
           02 AFC-RECORD-TYPE PIC X VALUE '9'.
           02 AFC-BATCH-COUNT PIC 9(6).
           02 AFC-BLOCK-COUNT PIC 9(6).
           02 AFC-ENTRY-COUNT PIC 9(8).
           02 AFC-ENTRY-HASH PIC 9(10).
           02 AFC-DEBIT-TOTAL PIC 9(10)V99.
           02 AFC-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           02 AFC-RESERVED PIC X(39) VALUE SPACES.

       01 HEADS PIC X(80) VALUE
           "IDNum    Amount          Action".
       01 DEBITLINE.
       01 WS-RT-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-DR-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               CLOSE REGISTRYFILE
               OPEN I-O REGISTRYFILE
           END-IF
           OPEN INPUT HOLDFILE
           IF WS-RH-STATUS = "00"
               SET WS-HOLDS-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT DEBITRPT
           IF WS-DR-STATUS NOT = "00"
               MOVE "DEBITRPT" TO WS-ABEND-FILE-NAME
           CLOSE CUSTOMERFILE
           CLOSE REGISTRYFILE
           CLOSE DEBITRPT
           IF WS-HOLDS-ON-FILE
               CLOSE HOLDFILE
           END-IF
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
           IF WS-PROCESS-RETURNS
               DISPLAY "ACH return processing complete - "
                   WS-RETURN-COUNT " returns reversed, "
                   WS-DROPPED-COUNT " mandates dropped, "
                   WS-NOC-COUNT " notifications of change"
           ELSE
               DISPLAY "Autodebit run complete - " WS-DEBIT-COUNT
                   " debits for " WS-DEBIT-TOTAL ", "
                   WS-STAY-SKIP-COUNT " mandates held under "
                   "bankruptcy stay, " WS-SANCTION-SKIP-COUNT
                   " blocked by sanctions match, "
                   WS-CHANGE-SKIP-COUNT " held for an unrequested "
                   "change"
               DISPLAY "Prenotes sent " WS-PRENOTE-COUNT ", "
                   WS-PRENOTE-WAIT-COUNT " mandates waiting out the "
                   "prenote window"
           END-IF
           GOBACK.

      *> The bank file goes out in NACHA format: file header, one PPD
      *> debit batch holding the prenotes and live debits, batch and
      *> file control with the entry hash and totals, and all-nines
      *> filler out to a full block of ten records.
       1000-RUN-DEBIT-CYCLE.
           OPEN OUTPUT ACHFILE
           IF WS-AC-STATUS NOT = "00"
               MOVE WS-AC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1300-WRITE-FILE-HEADER
           PERFORM 1010-CHECK-ONE-CUSTOMER UNTIL WSEOF
           PERFORM 1400-WRITE-FILE-CONTROL
           CLOSE ACHFILE.

       1010-CHECK-ONE-CUSTOMER.
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               MOVE IDNUM TO WS-DEBIT-IDNUM
               PERFORM 1100-CHECK-MANDATE
               IF WS-MANDATE-ON-FILE
                   PERFORM 1200-SCREEN-MANDATE
               END-IF
           END-IF.

                       MOVE 'Y' TO WS-MANDATE-SWITCH
                       MOVE CB-ROUTING TO WS-HOLD-ROUTING
                       MOVE CB-ACCOUNT TO WS-HOLD-ACCOUNT
                       MOVE CB-ACCT-TYPE TO WS-HOLD-ACCT-TYPE
                       PERFORM 1110-CHECK-PRENOTE
                   END-IF
           END-READ
           PERFORM 1150-REREAD-HEADER.

      *> A prenote that has been out the full window without coming
      *> back from the bank is taken as cleared and the mandate goes
      *> live; mandates set up before prenotes carry no status and
      *> are treated as cleared.
       1110-CHECK-PRENOTE.
           IF CB-PRENOTE-DUE
               SET WS-PRENOTE-TO-SEND TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-PRENOTE-CLEAR TO TRUE
           IF NOT CB-PRENOTE-SENT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CB-PRENOTE-DATE) = ZERO
               COMPUTE WS-PRENOTE-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TD-DATE)
                   - FUNCTION INTEGER-OF-DATE(CB-PRENOTE-DATE)
               IF WS-PRENOTE-AGE < WS-PRENOTE-WAIT-DAYS
                   SET WS-PRENOTE-PENDING TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           SET CB-PRENOTE-CLEARED TO TRUE
           REWRITE CUSTOMER-BANK-REC
               INVALID KEY
                   DISPLAY "Prenote clear failed for customer "
                       WS-DEBIT-IDNUM
                   SET WS-PRENOTE-PENDING TO TRUE
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   DISPLAY "Prenote window passed for customer "
                       WS-DEBIT-IDNUM " - mandate is live"
           END-REWRITE.

       1150-REREAD-HEADER.
           MOVE WS-DEBIT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
               INVALID KEY CONTINUE
           END-READ.

      *> A prenote goes out for any active mandate that needs one,
      *> whatever the balance; a live debit needs an owed balance and
      *> a cleared prenote. A bankruptcy stay holds the debit but not
      *> the zero-dollar prenote. A customer who has reported a
      *> change they did not ask for gets neither until the hold is
      *> cleared, since the mandate itself may be the change.
       1200-SCREEN-MANDATE.
           IF NOT WS-PRENOTE-TO-SEND AND BALANCE NOT < ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 1250-CHECK-CHANGE-HOLD
           IF WS-CHANGE-HELD
               ADD 1 TO WS-CHANGE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           CALL 'StayCheck' USING WS-DEBIT-IDNUM,
               WS-STAY-PROGRAM, WS-STAY-SWITCH
           CALL 'SanctionCheck' USING WS-DEBIT-IDNUM,
               WS-STAY-PROGRAM, WS-SANCTION-RESULT
           IF WS-STAYED AND NOT WS-PRENOTE-TO-SEND
               ADD 1 TO WS-STAY-SKIP-COUNT
           ELSE IF WS-SANCTION-BLOCKED
               ADD 1 TO WS-SANCTION-SKIP-COUNT
           ELSE IF WS-PRENOTE-TO-SEND
               PERFORM 2300-SEND-PRENOTE
           ELSE IF WS-PRENOTE-PENDING
               ADD 1 TO WS-PRENOTE-WAIT-COUNT
           ELSE
               PERFORM 2000-RAISE-DEBIT
           END-IF.

       1250-CHECK-CHANGE-HOLD.
           MOVE 'N' TO WS-CHANGE-HOLD-SWITCH
           IF NOT WS-HOLDS-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBIT-IDNUM TO RFH-IDNUM
           SET RFH-UNREQUESTED-CHANGE TO TRUE
           READ HOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RFH-OPEN
                       SET WS-CHANGE-HELD TO TRUE
                   END-IF
           END-READ.

       1300-WRITE-FILE-HEADER.
           MOVE SPACES TO AFH-DESTINATION
           MOVE WS-ACH-DEST-ROUTING TO AFH-DESTINATION(2:9)
           MOVE WS-ACH-ORIGIN-ID TO AFH-ORIGIN
           MOVE WS-TD-DATE(3:6) TO AFH-CREATION-DATE
           MOVE WS-TD-HHMM TO AFH-CREATION-TIME
           MOVE WS-ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE WS-ACH-ORIGIN-NAME TO AFH-ORIGIN-NAME
           WRITE ACHRECORD FROM ACH-FILE-HEADER
           ADD 1 TO WS-ACH-RECORD-COUNT.

      *> The batch settles on the next weekday after the run.
       1320-WRITE-BATCH-HEADER.
           COMPUTE WS-ACH-EFFECTIVE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TD-DATE) + 1
           EVALUATE TRUE
               WHEN FUNCTION MOD(WS-ACH-EFFECTIVE-INT, 7) = 6
                   ADD 2 TO WS-ACH-EFFECTIVE-INT
               WHEN FUNCTION MOD(WS-ACH-EFFECTIVE-INT, 7) = ZERO
                   ADD 1 TO WS-ACH-EFFECTIVE-INT
           END-EVALUATE
           COMPUTE WS-ACH-EFFECTIVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ACH-EFFECTIVE-INT)
           MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID TO ABH-COMPANY-ID
           MOVE WS-ACH-EFFECTIVE-DATE(3:6) TO ABH-EFFECTIVE-DATE
           MOVE WS-ACH-ODFI TO ABH-ODFI
           WRITE ACHRECORD FROM ACH-BATCH-HEADER
           ADD 1 TO WS-ACH-RECORD-COUNT
           ADD 1 TO WS-ACH-BATCH-COUNT.

      *> An empty run still sends the bank a header and file control
      *> so the missing batch is not mistaken for a lost file.
       1400-WRITE-FILE-CONTROL.
           COMPUTE WS-ACH-ENTRY-HASH =
               FUNCTION MOD(WS-ACH-HASH-TOTAL, 10000000000)
           IF WS-ACH-BATCH-COUNT > ZERO
               MOVE WS-ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
               MOVE WS-ACH-ENTRY-HASH TO ABC-ENTRY-HASH
               MOVE WS-ACH-DEBIT-TOTAL TO ABC-DEBIT-TOTAL
               MOVE WS-ACH-COMPANY-ID TO ABC-COMPANY-ID
               MOVE WS-ACH-ODFI TO ABC-ODFI
               WRITE ACHRECORD FROM ACH-BATCH-CONTROL
               ADD 1 TO WS-ACH-RECORD-COUNT
           END-IF
           ADD 1 TO WS-ACH-RECORD-COUNT
           COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 9) / 10
           MOVE WS-ACH-BATCH-COUNT TO AFC-BATCH-COUNT
           MOVE WS-ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
           MOVE WS-ACH-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE WS-ACH-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE WS-ACH-DEBIT-TOTAL TO AFC-DEBIT-TOTAL
           WRITE ACHRECORD FROM ACH-FILE-CONTROL
           PERFORM 1410-WRITE-BLOCK-FILL
               UNTIL WS-ACH-RECORD-COUNT >= WS-ACH-BLOCK-COUNT * 10.

       1410-WRITE-BLOCK-FILL.
           WRITE ACHRECORD FROM WS-ACH-FILL-RECORD
           ADD 1 TO WS-ACH-RECORD-COUNT.

      *> The expected receipt is posted up front through the same
      *> balance/history/journal path PaymentPost uses; a bank
      *> return backs it out later.
           END-REWRITE.

       2100-WRITE-ACH-RECORD.
           MOVE WS-DEBIT-AMOUNT TO WS-ACH-AMOUNT
           IF WS-HOLD-SAVINGS
               MOVE "37" TO AED-TRAN-CODE
           ELSE
               MOVE "27" TO AED-TRAN-CODE
           END-IF
           PERFORM 2110-WRITE-ENTRY-DETAIL.

      *> The entry hash is the sum of the eight-digit receiving bank
      *> numbers, kept to its low ten digits on the control records.
       2110-WRITE-ENTRY-DETAIL.
           IF WS-ACH-BATCH-COUNT = ZERO
               PERFORM 1320-WRITE-BATCH-HEADER
           END-IF
           ADD 1 TO WS-ACH-ENTRY-COUNT
           MOVE WS-HOLD-ROUTING(1:8) TO AED-RDFI
           MOVE WS-HOLD-ROUTING(9:1) TO AED-CHECK-DIGIT
           MOVE WS-HOLD-ACCOUNT TO AED-ACCOUNT
           MOVE WS-ACH-AMOUNT TO AED-AMOUNT
           MOVE WS-DEBIT-IDNUM TO AED-INDIVIDUAL-ID
           MOVE SPACES TO AED-INDIVIDUAL-NAME
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LASTNAME DELIMITED BY SIZE
               INTO AED-INDIVIDUAL-NAME
           MOVE FUNCTION UPPER-CASE(AED-INDIVIDUAL-NAME)
               TO AED-INDIVIDUAL-NAME
           MOVE WS-ACH-ODFI TO AED-TRACE-ODFI
           MOVE WS-ACH-ENTRY-COUNT TO AED-TRACE-SEQ
           WRITE ACHRECORD FROM ACH-ENTRY-DETAIL
           ADD 1 TO WS-ACH-RECORD-COUNT
           MOVE WS-HOLD-ROUTING(1:8) TO WS-ACH-RDFI
           ADD WS-ACH-RDFI TO WS-ACH-HASH-TOTAL
           ADD WS-ACH-AMOUNT TO WS-ACH-DEBIT-TOTAL.

      *> A prenote is a zero-dollar entry against the mandate account;
      *> the mandate records the day it went so the window can be
      *> timed before the first live debit.
       2300-SEND-PRENOTE.
           MOVE ZERO TO WS-ACH-AMOUNT
           IF WS-HOLD-SAVINGS
               MOVE "38" TO AED-TRAN-CODE
           ELSE
               MOVE "28" TO AED-TRAN-CODE
           END-IF
           PERFORM 2110-WRITE-ENTRY-DETAIL
           ADD 1 TO WS-PRENOTE-COUNT
           MOVE WS-DEBIT-IDNUM TO PRNDEBITID
           MOVE ZERO TO PRNDEBITAMT
           MOVE "PRENOTE SENT" TO PRNDEBITACTION
           WRITE PRINTLINE FROM DEBITLINE
           MOVE WS-DEBIT-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Mandate not found marking prenote for "
                       "customer " WS-DEBIT-IDNUM
               NOT INVALID KEY
                   MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                   SET CB-PRENOTE-SENT TO TRUE
                   MOVE WS-TD-DATE TO CB-PRENOTE-DATE
                   REWRITE CUSTOMER-BANK-REC
                       INVALID KEY
                           DISPLAY "Mandate rewrite failed for "
                               "customer " WS-DEBIT-IDNUM
                       NOT INVALID KEY
                           PERFORM 9500-JOURNAL-REWRITE
                   END-REWRITE
           END-READ
           PERFORM 1150-REREAD-HEADER.

       2200-REGISTER-DEBIT.
           MOVE SPACES TO PRG-REFERENCE

      *> A returned debit is reversed off the balance and counted
      *> against the mandate; two failures drop it and the customer
      *> goes back to ordinary dunning. A returned prenote carries no
      *> amount and nothing was posted, so it only drops the mandate.
      *> A notification of change corrects the mandate in place.
       5000-PROCESS-BANK-RETURNS.
           OPEN INPUT RETURNFILE
           IF WS-RT-STATUS NOT = "00"
           READ RETURNFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF RET-IS-NOC
                       PERFORM 5300-APPLY-NOTIFICATION-OF-CHANGE
                   ELSE IF RET-AMOUNT = ZERO
                       PERFORM 5400-DROP-PRENOTE-MANDATE
                   ELSE
                       PERFORM 5100-REVERSE-RETURNED-DEBIT
                   END-IF
           END-READ.

       5100-REVERSE-RETURNED-DEBIT.
                   END-REWRITE
           END-READ.

      *> The corrected data sits where the bank's change addenda puts
      *> it for each code; a corrected routing number must still pass
      *> the ABA check before it goes on the mandate. Codes this run
      *> does not apply are recorded on the mandate for follow-up.
       5300-APPLY-NOTIFICATION-OF-CHANGE.
           MOVE RET-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Notification of change for customer "
                       RET-IDNUM " with no mandate on file - skipped"
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE CB-ROUTING TO WS-NOC-ROUTING
           MOVE CB-ACCOUNT TO WS-NOC-ACCOUNT
           MOVE SPACES TO WS-NOC-TRAN-CODE
           MOVE 'Y' TO WS-NOC-SWITCH
           EVALUATE RET-REASON
               WHEN "C01"
                   MOVE RET-CORRECTED-DATA(1:17) TO WS-NOC-ACCOUNT
               WHEN "C02"
                   MOVE RET-CORRECTED-DATA(1:9) TO WS-NOC-ROUTING
               WHEN "C03"
                   MOVE RET-CORRECTED-DATA(1:9) TO WS-NOC-ROUTING
                   MOVE RET-CORRECTED-DATA(13:17) TO WS-NOC-ACCOUNT
               WHEN "C05"
                   MOVE RET-CORRECTED-DATA(1:2) TO WS-NOC-TRAN-CODE
               WHEN "C06"
                   MOVE RET-CORRECTED-DATA(1:17) TO WS-NOC-ACCOUNT
                   MOVE RET-CORRECTED-DATA(21:2) TO WS-NOC-TRAN-CODE
               WHEN "C07"
                   MOVE RET-CORRECTED-DATA(1:9) TO WS-NOC-ROUTING
                   MOVE RET-CORRECTED-DATA(10:17) TO WS-NOC-ACCOUNT
                   MOVE RET-CORRECTED-DATA(27:2) TO WS-NOC-TRAN-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-NOC-SWITCH
           END-EVALUATE
           IF WS-NOC-APPLIED
               MOVE WS-NOC-ROUTING TO WS-RT-ROUTING
               CALL 'RoutingCheck' USING WS-RT-ROUTING, WS-RT-RESULT
               IF NOT WS-RT-ROUTING-VALID
                   DISPLAY "Notification of change " RET-REASON
                       " for customer " RET-IDNUM " gives routing "
                       WS-NOC-ROUTING " failing the ABA check"
                   MOVE 'N' TO WS-NOC-SWITCH
               END-IF
           END-IF
           IF WS-NOC-APPLIED
               MOVE WS-NOC-ROUTING TO CB-ROUTING
               MOVE WS-NOC-ACCOUNT TO CB-ACCOUNT
               PERFORM 5310-SET-ACCOUNT-TYPE
           END-IF
           MOVE RET-REASON TO CB-NOC-CODE
           MOVE WS-TD-DATE TO CB-NOC-DATE
           REWRITE CUSTOMER-BANK-REC
               INVALID KEY
                   DISPLAY "Mandate rewrite failed for customer "
                       RET-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   ADD 1 TO WS-NOC-COUNT
                   MOVE RET-IDNUM TO PRNDEBITID
                   MOVE ZERO TO PRNDEBITAMT
                   MOVE SPACES TO PRNDEBITACTION
                   IF WS-NOC-APPLIED
                       STRING "NOC " DELIMITED BY SIZE
                           RET-REASON DELIMITED BY SIZE
                           " MANDATE CORRECTED" DELIMITED BY SIZE
                           INTO PRNDEBITACTION
                   ELSE
                       STRING "NOC " DELIMITED BY SIZE
                           RET-REASON DELIMITED BY SIZE
                           " NOT APPLIED - REVIEW"
                           DELIMITED BY SIZE
                           INTO PRNDEBITACTION
                   END-IF
                   WRITE PRINTLINE FROM DEBITLINE
           END-REWRITE.

       5310-SET-ACCOUNT-TYPE.
           IF WS-NOC-TRAN-CODE = "22" OR "27" OR "28"
               MOVE 'C' TO CB-ACCT-TYPE
           ELSE IF WS-NOC-TRAN-CODE = "32" OR "37" OR "38"
               MOVE 'S' TO CB-ACCT-TYPE
           END-IF.

       5400-DROP-PRENOTE-MANDATE.
           MOVE RET-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Prenote return for customer " RET-IDNUM
                       " with no mandate on file - skipped"
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           SET CB-MANDATE-DROPPED TO TRUE
           REWRITE CUSTOMER-BANK-REC
               INVALID KEY
                   DISPLAY "Mandate rewrite failed for customer "
                       RET-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY "Mandate dropped for customer " RET-IDNUM
                       " - prenote returned " RET-REASON
                   MOVE RET-IDNUM TO PRNDEBITID
                   MOVE ZERO TO PRNDEBITAMT
                   MOVE SPACES TO PRNDEBITACTION
                   STRING "PRENOTE RETURNED " DELIMITED BY SIZE
                       RET-REASON DELIMITED BY SIZE
                       INTO PRNDEBITACTION
                   WRITE PRINTLINE FROM DEBITLINE
           END-REWRITE.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
