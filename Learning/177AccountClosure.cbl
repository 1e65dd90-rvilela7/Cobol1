            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountClosure.
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
           SELECT RECURRINGFILE ASSIGN TO
               "files/RecurringCharges.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT INVOICELINES ASSIGN TO "files/InvoiceLines.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INL-KEY
               FILE STATUS IS WS-IL-STATUS.
           SELECT NEXTINVFILE ASSIGN TO "files/NextInvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NV-STATUS.
           SELECT TAXFILE ASSIGN TO "files/TaxRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT QUEUEFILE ASSIGN TO "files/CollectionQueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CQ-KEY
               FILE STATUS IS WS-CQ-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT STATEMENTFILE ASSIGN TO "files/FinalStatements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD RECURRINGFILE.
       COPY "RecurringCharge.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD INVOICELINES.
       COPY "InvoiceLine.cpy".

       FD NEXTINVFILE.
       01 NEXTINVRECORD.
           02 NIV-NEXT-NUMBER PIC 9(7).

       FD TAXFILE.
       01 TAXRECORD.
           02 TAX-STATE PIC XX.
           02 TAX-RATE PIC V9(4).

       FD QUEUEFILE.
       COPY "CollectionQueue.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD STATEMENTFILE.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-CLOSE VALUE 'C'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-REPLY PIC X.
           88 WS-REPLY-YES VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-HAVE-CHARGES PIC X VALUE 'N'.
           88 WS-CHARGE-FILE-OPEN VALUE 'Y'.
       01 WS-RC-EOF-SWITCH PIC X.
           88 WS-RC-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HAVE-HISTORY PIC X.
           88 WS-HISTORY-FILE-OPEN VALUE 'Y'.
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.

       01 WS-CLOSE-IDNUM PIC 9(7).
       01 WS-CLOSE-REASON PIC X(3).
           88 WS-REASON-VALID VALUE 'CUS' 'MOV' 'DEC' 'FRD' 'DUP'
               'OTH'.
       01 WS-CLOSE-TEXT PIC X(40).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CUST-CLASS PIC X.
       01 WS-CUST-STATE PIC XX.
       01 WS-OUTCOME PIC X.
           88 WS-OUTCOME-REFUND VALUE 'R'.
           88 WS-OUTCOME-COLLECTIONS VALUE 'C'.
           88 WS-OUTCOME-SETTLED VALUE 'S'.

       01 WS-FINAL-BILL PIC S9(7)V99.
       01 WS-DEPOSIT-HELD PIC S9(7)V99.
       01 WS-DEPOSIT-APPLIED PIC S9(7)V99.
       01 WS-FINAL-BALANCE PIC S9(7)V99.
       01 WS-STOPPED-COUNT PIC 9(3) COMP-3.

      *> The final charge for a recurring line runs from its next
      *> bill date, the start of the period not yet billed, to the
      *> closure date, as a share of that period's days.
       01 WS-PERIOD-END PIC 9(8).
       01 WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END.
           02 WS-PE-YYYY PIC 9(4).
           02 WS-PE-MM PIC 99.
           02 WS-PE-DD PIC 99.
       01 WS-ADD-MONTHS PIC 99.
       01 WS-PERIOD-DAYS PIC 9(5) COMP-3.
       01 WS-USED-DAYS PIC 9(5) COMP-3.
       01 WS-CHARGE-AMOUNT PIC 9(7)V99.
       01 WS-PRORATA-AMOUNT PIC 9(7)V99.
       01 WS-CHARGE-TAXABLE PIC X.
           88 WS-CHARGE-IS-TAXABLE VALUE 'Y'.
       01 WS-NEXT-NUMBER PIC 9(7).
       01 WS-DUE-INTEGER PIC 9(8) COMP-3.

       01 WS-ITEM-RESULT PIC X.
           88 WS-ITEM-PRICED VALUE 'Y'.
       01 WS-ITEM-DESC PIC X(25).
       01 WS-ITEM-PRICE PIC 9(7)V99.
       01 WS-ITEM-TAXABLE PIC X.
       01 WS-ITEM-GL-ACCOUNT PIC X(4).
       01 WS-BILL-CURRENCY PIC X(3).
           88 WS-BILL-HOME VALUE SPACES 'USD'.
       01 WS-BILL-RATE PIC 9(3)V9(6).
       01 WS-RATE-RESULT PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-REP-CODE PIC X(4).

       01 WS-TAX-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-TAX-EOF VALUE 'Y'.
       01 WS-TAX-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-TAX-IDX PIC 9(3) COMP-3.
       01 WS-TAX-TABLE.
           02 WS-TAX-ENTRY OCCURS 60 TIMES.
               03 WS-TX-STATE PIC XX.
               03 WS-TX-RATE PIC V9(4) COMP-3.
       01 WS-SELECTED-RATE PIC V9(4) COMP-3.
       01 WS-TAX-AMOUNT PIC S9(9)V99.
       01 WS-EXEMPT-AMOUNT PIC S9(9)V99.
       01 WS-EXEMPT-RESULT PIC X.
           88 WS-TAX-EXEMPT VALUE 'Y'.
       01 WS-EXEMPT-CERT PIC X(15).

       01 WS-AMOUNT-OWED PIC S9(7)V99.
       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3).
       01 WS-HIST-PROGRAM PIC X(10) VALUE "ACCTCLOSE ".

       01 WS-GL-RUN-TYPE PIC X(3).
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "ACCTCLOSE ".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X.
       01 WS-LOCK-IDNUM PIC 9(7).
       01 WS-LOCK-OPERATOR PIC X(8).
       01 WS-LOCK-RESULT PIC X.
           88 WS-LOCK-GRANTED VALUE 'Y'.
       01 WS-LOCK-HOLDER PIC X(8).

       01 WS-AMOUNT-EDIT PIC $$,$$$,$$9.99-.

       01 WS-STMT-PERIOD PIC 9(6).
       01 WS-HIST-PERIOD PIC 9(6).
       01 WS-MOVEMENT-TOTAL PIC S9(7)V99.
       01 WS-MOVEMENT-COUNT PIC 9(3) COMP-3.
       01 WS-OPENING-BALANCE PIC S9(7)V99.

       01 STMTHEADING.
           02 FILLER PIC X(40)
               VALUE "FINAL STATEMENT - ACCOUNT CLOSED ".
           02 PRNSTMTDATE PIC 9(8).
       01 STMTNAMELINE.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNSTMTNAME PIC X(52).
       01 STMTADDRLINE.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNSTMTADDR PIC X(60).
       01 STMTIDLINE.
           02 FILLER PIC X(16) VALUE "Customer ID ... ".
           02 PRNSTMTID PIC 9(7).
       01 STMTREASONLINE.
           02 FILLER PIC X(16) VALUE "Closed for .... ".
           02 PRNSTMTREASON PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTMTTEXT PIC X(40).
       01 STMTMONEYLINE.
           02 PRNMONEYLABEL PIC X(20).
           02 PRNMONEYVALUE PIC $$,$$$,$$9.99-.
       01 STMTDETAILLINE.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNMOVEDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNMOVETYPE PIC X(3).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNMOVEPROGRAM PIC X(10).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNMOVEAMOUNT PIC $$,$$$,$$9.99-.

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-RC-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-IL-STATUS PIC XX.
       01 WS-NV-STATUS PIC XX.
       01 WS-TX-STATUS PIC XX.
       01 WS-CQ-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-ST-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Closes a customer account in one pass instead of a
      *> deactivate and a checklist: every recurring charge is
      *> stopped, with the part period not yet billed charged
      *> pro-rata on a final invoice; the autopay mandate is
      *> dropped; the security deposit is applied against the
      *> balance; and what is left is either left as a credit for
      *> RefundRun to pay out or routed to the collections queue.
      *> The account then takes the closed status, distinct from
      *> inactive, with the reason held on its closure record, and
      *> a final statement marked as closed is printed.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - AccountClosure "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O RECURRINGFILE
           IF WS-RC-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-CHARGES
           END-IF
           OPEN I-O INVOICEFILE
           IF WS-IH-STATUS = "35"
               OPEN OUTPUT INVOICEFILE
               CLOSE INVOICEFILE
               OPEN I-O INVOICEFILE
           END-IF
           IF WS-IH-STATUS NOT = "00"
               MOVE "INVOICEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-IH-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O INVOICELINES
           IF WS-IL-STATUS = "35"
               OPEN OUTPUT INVOICELINES
               CLOSE INVOICELINES
               OPEN I-O INVOICELINES
           END-IF
           IF WS-IL-STATUS NOT = "00"
               MOVE "INVOICELINES" TO WS-ABEND-FILE-NAME
               MOVE WS-IL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O QUEUEFILE
           IF WS-CQ-STATUS = "35"
               OPEN OUTPUT QUEUEFILE
               CLOSE QUEUEFILE
               OPEN I-O QUEUEFILE
           END-IF
           IF WS-CQ-STATUS NOT = "00"
               MOVE "QUEUEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CQ-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 0300-LOAD-TAX-TABLE
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           IF WS-CHARGE-FILE-OPEN
               CLOSE RECURRINGFILE
           END-IF
           CLOSE INVOICEFILE
           CLOSE INVOICELINES
           CLOSE QUEUEFILE
           GOBACK.

       0300-LOAD-TAX-TABLE.
           OPEN INPUT TAXFILE
           IF WS-TX-STATUS NOT = "00"
               DISPLAY "No tax rate table on file - final bills "
                   "will carry no sales tax"
           ELSE
               PERFORM 0310-LOAD-ONE-RATE UNTIL WS-TAX-EOF
               CLOSE TAXFILE
           END-IF.

       0310-LOAD-ONE-RATE.
           READ TAXFILE
               AT END SET WS-TAX-EOF TO TRUE
               NOT AT END
                   IF WS-TAX-COUNT < 60
                       ADD 1 TO WS-TAX-COUNT
                       MOVE WS-TAX-COUNT TO WS-TAX-IDX
                       MOVE TAX-STATE TO WS-TX-STATE(WS-TAX-IDX)
                       MOVE TAX-RATE TO WS-TX-RATE(WS-TAX-IDX)
                   END-IF
           END-READ.

       1000-PROCESS-REQUEST.
           DISPLAY "C)lose an account or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-CLOSE
               PERFORM 2000-CLOSE-ACCOUNT
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter C or Q"
           END-IF.

       2000-CLOSE-ACCOUNT.
           DISPLAY "Customer ID to close " WITH NO ADVANCING
           ACCEPT WS-CLOSE-IDNUM
           MOVE WS-CLOSE-IDNUM TO WS-LOCK-IDNUM
           PERFORM 8000-ACQUIRE-RECORD-LOCK
           IF WS-LOCK-GRANTED
               PERFORM 2050-DO-CLOSE
               PERFORM 8100-RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "Customer " WS-CLOSE-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
           END-IF.

       2050-DO-CLOSE.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-CLOSE-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           IF CUST-CLOSED
               DISPLAY "Customer " WS-CLOSE-IDNUM " is already closed"
               EXIT PARAGRAPH
           END-IF
           IF CUST-CHARGED-OFF
               DISPLAY "Customer " WS-CLOSE-IDNUM " is charged off - "
                   "recoveries continue under the write-off"
               EXIT PARAGRAPH
           END-IF
           IF CUST-MERGED-TO NOT = ZERO
               DISPLAY "Customer " WS-CLOSE-IDNUM " was merged into "
                   CUST-MERGED-TO " - close the surviving account"
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CLASS TO WS-CUST-CLASS
           MOVE BALANCE TO WS-AMOUNT-EDIT
           DISPLAY FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME) " balance " WS-AMOUNT-EDIT
           PERFORM 2100-GET-BILLING-CURRENCY
           IF NOT WS-BILL-HOME
               CALL 'FxRate' USING WS-BILL-CURRENCY, WS-TODAY-DATE,
                   WS-BILL-RATE, WS-RATE-RESULT
               IF NOT WS-RATE-FOUND
                   DISPLAY "No " WS-BILL-CURRENCY " exchange rate "
                       "for today - account not closed"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Reason - CUS customer request, MOV moved away, "
               "DEC deceased, FRD fraud, DUP duplicate, OTH other "
               WITH NO ADVANCING
           ACCEPT WS-CLOSE-REASON
           MOVE FUNCTION UPPER-CASE(WS-CLOSE-REASON)
               TO WS-CLOSE-REASON
           IF NOT WS-REASON-VALID
               DISPLAY "Invalid reason - account not closed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Closure note " WITH NO ADVANCING
           ACCEPT WS-CLOSE-TEXT
           DISPLAY "Close customer " WS-CLOSE-IDNUM " - charges, "
               "mandate and deposit settled now (Y/N) "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF NOT WS-REPLY-YES
               DISPLAY "Account not closed"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FINAL-BILL
           MOVE ZERO TO WS-DEPOSIT-APPLIED
           MOVE ZERO TO WS-STOPPED-COUNT
           PERFORM 3000-STOP-RECURRING-CHARGES
           PERFORM 4000-DROP-MANDATE
           PERFORM 4100-APPLY-SECURITY-DEPOSIT
           PERFORM 6000-SET-CLOSED-STATUS
           IF NOT WS-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-ROUTE-FINAL-BALANCE
           PERFORM 6200-WRITE-CLOSURE-RECORD
           PERFORM 7000-PRINT-FINAL-STATEMENT
           MOVE WS-FINAL-BALANCE TO WS-AMOUNT-EDIT
           DISPLAY "Customer " WS-CLOSE-IDNUM " closed - "
               WS-STOPPED-COUNT " charges stopped, final balance "
               WS-AMOUNT-EDIT.

       2100-GET-BILLING-CURRENCY.
           MOVE SPACES TO WS-BILL-CURRENCY
           MOVE WS-CLOSE-IDNUM TO CX-IDNUM
           MOVE 'X' TO CX-REC-TYPE
           MOVE ZERO TO CX-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CX-CURRENCY TO WS-BILL-CURRENCY
           END-READ.

       3000-STOP-RECURRING-CHARGES.
           IF NOT WS-CHARGE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RC-EOF-SWITCH
           MOVE WS-CLOSE-IDNUM TO RC-IDNUM
           MOVE ZERO TO RC-SEQ
           START RECURRINGFILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY SET WS-RC-EOF TO TRUE
           END-START
           PERFORM 3010-STOP-ONE-CHARGE UNTIL WS-RC-EOF.

       3010-STOP-ONE-CHARGE.
           READ RECURRINGFILE NEXT RECORD
               AT END SET WS-RC-EOF TO TRUE
           END-READ
           IF WS-RC-EOF
               EXIT PARAGRAPH
           END-IF
           IF RC-IDNUM NOT = WS-CLOSE-IDNUM
               SET WS-RC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT RC-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF RC-NEXT-BILL <= WS-TODAY-DATE
               PERFORM 3100-BILL-FINAL-CHARGE
           END-IF
           SET RC-STOPPED TO TRUE
           REWRITE RECURRINGRECORD
               INVALID KEY
                   DISPLAY "Stop failed for charge " RC-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-STOPPED-COUNT
           END-REWRITE.

      *> A charge already billed for the current period has nothing
      *> further to bill. One whose period has started unbilled is
      *> charged for the days up to and including today, priced and
      *> taxed as RecurringBill would price and tax it, and posted
      *> straight away so the closing balance includes it.
       3100-BILL-FINAL-CHARGE.
           PERFORM 3110-PRICE-CHARGE
           PERFORM 3120-COMPUTE-PRORATA
           IF WS-PRORATA-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BILL-HOME
               COMPUTE WS-PRORATA-AMOUNT ROUNDED =
                   WS-PRORATA-AMOUNT * WS-BILL-RATE
           END-IF
           PERFORM 3130-COMPUTE-SALES-TAX
           PERFORM 3140-WRITE-FINAL-INVOICE
           IF WS-RECORD-FOUND
               PERFORM 3150-CHARGE-FINAL-INVOICE
           END-IF.

       3110-PRICE-CHARGE.
           MOVE RC-AMOUNT TO WS-CHARGE-AMOUNT
           IF RC-IS-TAXABLE
               MOVE 'Y' TO WS-CHARGE-TAXABLE
           ELSE
               MOVE 'N' TO WS-CHARGE-TAXABLE
           END-IF
           IF RC-ITEM-CODE = SPACES OR RC-ITEM-CODE = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           CALL 'ItemPrice' USING RC-ITEM-CODE, WS-TODAY-DATE,
               WS-CUST-CLASS, WS-ITEM-RESULT, WS-ITEM-DESC,
               WS-ITEM-PRICE, WS-ITEM-TAXABLE, WS-ITEM-GL-ACCOUNT
           IF WS-ITEM-PRICED AND NOT WS-BILL-HOME
               COMPUTE WS-ITEM-PRICE ROUNDED =
                   WS-ITEM-PRICE / WS-BILL-RATE
           END-IF
           IF WS-ITEM-PRICED
               MOVE WS-ITEM-PRICE TO WS-CHARGE-AMOUNT
               MOVE WS-ITEM-TAXABLE TO WS-CHARGE-TAXABLE
           END-IF.

       3120-COMPUTE-PRORATA.
           MOVE RC-NEXT-BILL TO WS-PERIOD-END
           EVALUATE TRUE
               WHEN RC-MONTHLY
                   MOVE 1 TO WS-ADD-MONTHS
               WHEN RC-QUARTERLY
                   MOVE 3 TO WS-ADD-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ADD-MONTHS
           END-EVALUATE
           ADD WS-ADD-MONTHS TO WS-PE-MM
           IF WS-PE-MM > 12
               SUBTRACT 12 FROM WS-PE-MM
               ADD 1 TO WS-PE-YYYY
           END-IF
           PERFORM 3125-BACK-OFF-ONE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-END) = ZERO
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(RC-NEXT-BILL)
           COMPUTE WS-USED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(RC-NEXT-BILL) + 1
           IF WS-USED-DAYS > WS-PERIOD-DAYS
               MOVE WS-PERIOD-DAYS TO WS-USED-DAYS
           END-IF
           COMPUTE WS-PRORATA-AMOUNT ROUNDED =
               WS-CHARGE-AMOUNT * WS-USED-DAYS / WS-PERIOD-DAYS.

      *> A bill date late in a long month carries into a shorter one
      *> as the last day of that month.
       3125-BACK-OFF-ONE-DAY.
           SUBTRACT 1 FROM WS-PE-DD.

       3130-COMPUTE-SALES-TAX.
           MOVE ZERO TO WS-TAX-AMOUNT
           MOVE ZERO TO WS-EXEMPT-AMOUNT
           MOVE SPACES TO WS-EXEMPT-CERT
           MOVE SPACES TO WS-CUST-STATE
           IF NOT WS-CHARGE-IS-TAXABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CA-STATE TO WS-CUST-STATE
           END-READ
           CALL 'TaxExemptCheck' USING WS-CLOSE-IDNUM, WS-CUST-STATE,
               WS-TODAY-DATE, WS-EXEMPT-RESULT, WS-EXEMPT-CERT
           IF WS-TAX-EXEMPT
               MOVE WS-PRORATA-AMOUNT TO WS-EXEMPT-AMOUNT
           ELSE
               MOVE ZERO TO WS-SELECTED-RATE
               PERFORM 3135-FIND-STATE-RATE
                   VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-PRORATA-AMOUNT * WS-SELECTED-RATE
           END-IF.

       3135-FIND-STATE-RATE.
           IF WS-TX-STATE(WS-TAX-IDX) = WS-CUST-STATE
               MOVE WS-TX-RATE(WS-TAX-IDX) TO WS-SELECTED-RATE
           END-IF.

      *> The final invoice is raised in home currency at today's
      *> rate, the state InvoicePost leaves a foreign invoice in, and
      *> is marked posted only once the balance has been charged.
       3140-WRITE-FINAL-INVOICE.
           MOVE 'N' TO WS-FOUND
           PERFORM 3160-GET-NEXT-INVOICE-NUMBER
           PERFORM 3170-GET-SALES-REP
           MOVE WS-NEXT-NUMBER TO INV-NUMBER
           MOVE WS-CLOSE-IDNUM TO INV-IDNUM
           MOVE WS-TODAY-DATE TO INV-DATE
           MOVE 1 TO INV-LINE-COUNT
           COMPUTE INV-TOTAL = WS-PRORATA-AMOUNT + WS-TAX-AMOUNT
           MOVE ZERO TO INV-PAID-AMOUNT
           MOVE WS-TAX-AMOUNT TO INV-TAX-AMOUNT
           MOVE WS-CUST-STATE TO INV-TAX-STATE
           MOVE WS-EXEMPT-AMOUNT TO INV-EXEMPT-AMOUNT
           MOVE WS-EXEMPT-CERT TO INV-EXEMPT-CERT
           MOVE WS-BILL-CURRENCY TO INV-CURRENCY
           MOVE ZERO TO INV-FOREIGN-PAID
           IF WS-BILL-HOME
               MOVE ZERO TO INV-FX-RATE
               MOVE ZERO TO INV-FOREIGN-TOTAL
           ELSE
               MOVE WS-BILL-RATE TO INV-FX-RATE
               COMPUTE INV-FOREIGN-TOTAL ROUNDED =
                   INV-TOTAL / WS-BILL-RATE
           END-IF
           MOVE WS-REP-CODE TO INV-REP-CODE
           MOVE 'N' TO INV-REP-CHARGEBACK
           MOVE SPACES TO INV-PROMO-CODE
           MOVE ZERO TO INV-PROMO-MONTHS
           MOVE ZERO TO INV-PROMO-END-DATE
           MOVE SPACE TO INV-PROMO-STATUS
           MOVE ZERO TO INV-PROMO-DEFERRED
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               TO INV-DUE-DATE
           SET INV-IS-INVOICE TO TRUE
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE SPACES TO INV-REASON-CODE
           SET INV-OPEN TO TRUE
           WRITE INVOICEHEADER
               INVALID KEY
                   DISPLAY "Invoice " INV-NUMBER " already on file - "
                       "final bill for charge " RC-SEQ " not raised"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   ADD 1 TO WS-NEXT-NUMBER
                   PERFORM 3180-SAVE-NEXT-INVOICE-NUMBER
                   MOVE INV-NUMBER TO INL-NUMBER
                   MOVE 1 TO INL-LINE-NO
                   MOVE RC-DESCRIPTION TO INL-DESCRIPTION
                   MOVE RC-ITEM-CODE TO INL-ITEM-CODE
                   MOVE 1 TO INL-QUANTITY
                   MOVE WS-PRORATA-AMOUNT TO INL-UNIT-PRICE
                   MOVE WS-PRORATA-AMOUNT TO INL-AMOUNT
                   MOVE WS-CHARGE-TAXABLE TO INL-TAXABLE
                   WRITE INVOICELINE
                       INVALID KEY
                           DISPLAY "Line write failed for invoice "
                               INV-NUMBER
                   END-WRITE
           END-WRITE.

       3150-CHARGE-FINAL-INVOICE.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Header re-read failed - invoice " INV-NUMBER
                   " left open"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT INV-TOTAL FROM BALANCE
           MOVE WS-TODAY-DATE TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Final bill rewrite failed - invoice "
                       INV-NUMBER " left open"
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE "INV" TO WS-MOVE-TYPE
                   COMPUTE WS-MOVE-AMOUNT = INV-TOTAL * -1
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE WS-TODAY-DATE TO WS-GL-POST-DATE
                   MOVE "INV" TO WS-GL-RUN-TYPE
                   COMPUTE WS-GL-AMOUNT = INV-TOTAL - INV-TAX-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE,
                       WS-GL-POST-DATE, WS-GL-AMOUNT
                   MOVE "TAX" TO WS-GL-RUN-TYPE
                   MOVE INV-TAX-AMOUNT TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE,
                       WS-GL-POST-DATE, WS-GL-AMOUNT
                   ADD INV-TOTAL TO WS-FINAL-BILL
                   SET INV-POSTED TO TRUE
                   REWRITE INVOICEHEADER
                       INVALID KEY
                           DISPLAY "Invoice " INV-NUMBER
                               " status rewrite failed"
                   END-REWRITE
                   MOVE INV-TOTAL TO WS-AMOUNT-EDIT
                   DISPLAY "Final bill " INV-NUMBER " for "
                       FUNCTION TRIM(RC-DESCRIPTION) " "
                       WS-AMOUNT-EDIT " (" WS-USED-DAYS " of "
                       WS-PERIOD-DAYS " days)"
           END-REWRITE.

       3160-GET-NEXT-INVOICE-NUMBER.
           OPEN INPUT NEXTINVFILE
           IF WS-NV-STATUS = "35"
               MOVE 1000001 TO WS-NEXT-NUMBER
           ELSE
               READ NEXTINVFILE
                   AT END MOVE 1000001 TO WS-NEXT-NUMBER
                   NOT AT END MOVE NIV-NEXT-NUMBER TO WS-NEXT-NUMBER
               END-READ
               CLOSE NEXTINVFILE
           END-IF.

       3170-GET-SALES-REP.
           MOVE SPACES TO WS-REP-CODE
           MOVE WS-CLOSE-IDNUM TO CS-IDNUM
           MOVE 'S' TO CS-REC-TYPE
           MOVE ZERO TO CS-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CS-REP-CODE TO WS-REP-CODE
           END-READ.

       3180-SAVE-NEXT-INVOICE-NUMBER.
           OPEN OUTPUT NEXTINVFILE
           IF WS-NV-STATUS NOT = "00"
               DISPLAY "NEXTINVFILE STATUS " WS-NV-STATUS
                   " - next invoice number not saved"
           ELSE
               MOVE WS-NEXT-NUMBER TO NIV-NEXT-NUMBER
               WRITE NEXTINVRECORD
               CLOSE NEXTINVFILE
           END-IF.

       4000-DROP-MANDATE.
           MOVE WS-CLOSE-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT CB-MANDATE-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           SET CB-MANDATE-DROPPED TO TRUE
           MOVE WS-TODAY-DATE TO CB-MANDATE-DATE
           REWRITE CUSTOMER-BANK-REC
               INVALID KEY
                   DISPLAY "Mandate rewrite failed for customer "
                       WS-CLOSE-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   DISPLAY "Autopay mandate dropped"
           END-REWRITE.

      *> The deposit is applied as FileMaintain applies it on a
      *> deactivation: the deposit record is emptied and the amount
      *> credited to the balance as a DAP movement.
       4100-APPLY-SECURITY-DEPOSIT.
           MOVE ZERO TO WS-DEPOSIT-HELD
           MOVE WS-CLOSE-IDNUM TO CD-IDNUM
           MOVE 'D' TO CD-REC-TYPE
           MOVE ZERO TO CD-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CD-DEPOSIT-BAL NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CD-DEPOSIT-BAL TO WS-DEPOSIT-HELD
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE ZERO TO CD-DEPOSIT-BAL
           MOVE WS-TODAY-DATE TO CD-LAST-ACTION
           REWRITE CUSTOMER-DEPOSIT-REC
               INVALID KEY
                   DISPLAY "Deposit rewrite failed for customer "
                       WS-CLOSE-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   PERFORM 4110-CREDIT-DEPOSIT-TO-BALANCE
           END-REWRITE.

       4110-CREDIT-DEPOSIT-TO-BALANCE.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Header re-read failed - deposit not applied "
                   "for customer " WS-CLOSE-IDNUM
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-DEPOSIT-HELD TO BALANCE
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Deposit application rewrite failed for "
                       "customer " WS-CLOSE-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE "DAP" TO WS-MOVE-TYPE
                   MOVE WS-DEPOSIT-HELD TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE "DAP" TO WS-GL-RUN-TYPE
                   MOVE WS-TODAY-DATE TO WS-GL-POST-DATE
                   MOVE WS-DEPOSIT-HELD TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE,
                       WS-GL-POST-DATE, WS-GL-AMOUNT
                   MOVE WS-DEPOSIT-HELD TO WS-DEPOSIT-APPLIED
                   MOVE WS-DEPOSIT-HELD TO WS-AMOUNT-EDIT
                   DISPLAY "Security deposit of " WS-AMOUNT-EDIT
                       " applied to the final balance"
           END-REWRITE.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-CLOSE-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       6000-SET-CLOSED-STATUS.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Header re-read failed - customer "
                   WS-CLOSE-IDNUM " not closed"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           SET CUST-CLOSED TO TRUE
           MOVE WS-TODAY-DATE TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   DISPLAY "Closure rewrite failed for customer "
                       WS-CLOSE-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE BALANCE TO WS-FINAL-BALANCE
           END-REWRITE.

      *> A credit is left on the closed account for the next
      *> RefundRun to pay out by cheque; a debit goes to the
      *> collections queue, unassigned until CollectionsQueue next
      *> hands out work.
       6100-ROUTE-FINAL-BALANCE.
           MOVE WS-FINAL-BALANCE TO WS-AMOUNT-EDIT
           EVALUATE TRUE
               WHEN WS-FINAL-BALANCE > ZERO
                   SET WS-OUTCOME-REFUND TO TRUE
                   DISPLAY "Credit of " WS-AMOUNT-EDIT " will be "
                       "refunded by the next RefundRun"
               WHEN WS-FINAL-BALANCE < ZERO
                   SET WS-OUTCOME-COLLECTIONS TO TRUE
                   PERFORM 6150-QUEUE-FOR-COLLECTIONS
               WHEN OTHER
                   SET WS-OUTCOME-SETTLED TO TRUE
           END-EVALUATE.

       6150-QUEUE-FOR-COLLECTIONS.
           COMPUTE WS-AMOUNT-OWED = WS-FINAL-BALANCE * -1
           MOVE WS-CLOSE-IDNUM TO CQ-IDNUM
           READ QUEUEFILE
               INVALID KEY
                   MOVE WS-CLOSE-IDNUM TO CQ-IDNUM
                   MOVE SPACES TO CQ-OPERATOR
                   EVALUATE TRUE
                       WHEN WS-AMOUNT-OWED >= 2000
                           MOVE 3 TO CQ-TIER
                       WHEN WS-AMOUNT-OWED >= 500
                           MOVE 2 TO CQ-TIER
                       WHEN OTHER
                           MOVE 1 TO CQ-TIER
                   END-EVALUATE
                   MOVE WS-FINAL-BALANCE TO CQ-BALANCE
                   MOVE WS-TODAY-DATE TO CQ-ASSIGN-DATE
                   MOVE "CLS" TO CQ-OUTCOME
                   MOVE ZERO TO CQ-PROMISE-DATE
                   MOVE ZERO TO CQ-PROMISE-COUNT
                   MOVE ZERO TO CQ-KEPT-COUNT
                   SET CQ-OPEN TO TRUE
                   WRITE COLLECTIONRECORD
                       INVALID KEY
                           DISPLAY "Collections queue write failed "
                               "for customer " WS-CLOSE-IDNUM
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-FINAL-BALANCE TO CQ-BALANCE
                   MOVE "CLS" TO CQ-OUTCOME
                   IF CQ-CLOSED
                       SET CQ-OPEN TO TRUE
                   END-IF
                   REWRITE COLLECTIONRECORD
                       INVALID KEY
                           DISPLAY "Collections queue rewrite failed "
                               "for customer " WS-CLOSE-IDNUM
                   END-REWRITE
           END-READ
           DISPLAY "Balance of " WS-AMOUNT-EDIT " routed to "
               "collections".

       6200-WRITE-CLOSURE-RECORD.
           MOVE SPACES TO CUSTOMER-CLOSURE-REC
           MOVE WS-CLOSE-IDNUM TO CZ-IDNUM
           MOVE 'Z' TO CZ-REC-TYPE
           MOVE ZERO TO CZ-SEQ
           MOVE WS-CLOSE-REASON TO CZ-REASON
           MOVE WS-CLOSE-TEXT TO CZ-REASON-TEXT
           MOVE WS-TODAY-DATE TO CZ-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO CZ-CLOSED-BY
           MOVE WS-FINAL-BILL TO CZ-FINAL-BILL
           MOVE WS-DEPOSIT-APPLIED TO CZ-DEPOSIT-APPLIED
           MOVE WS-FINAL-BALANCE TO CZ-FINAL-BALANCE
           MOVE WS-OUTCOME TO CZ-OUTCOME
           WRITE CUSTOMER-CLOSURE-REC
               INVALID KEY
                   DISPLAY "Closure record already on file for "
                       "customer " WS-CLOSE-IDNUM
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

      *> The final statement shows the month's movements up to the
      *> closure, including the final bill and deposit, and what
      *> happens to the balance left. Statements are added to the
      *> end of the file for the day's print.
       7000-PRINT-FINAL-STATEMENT.
           OPEN EXTEND STATEMENTFILE
           IF WS-ST-STATUS = "35"
               OPEN OUTPUT STATEMENTFILE
           END-IF
           IF WS-ST-STATUS NOT = "00"
               DISPLAY "STATEMENTFILE STATUS " WS-ST-STATUS
                   " - final statement not printed"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HAVE-HISTORY
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-HISTORY
           END-IF
           PERFORM 5000-READ-CUSTOMER-HEADER
           MOVE WS-TODAY-DATE TO PRNSTMTDATE
           WRITE PRINTLINE FROM STMTHEADING AFTER ADVANCING PAGE
           MOVE SPACES TO PRNSTMTNAME
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO PRNSTMTNAME
           WRITE PRINTLINE FROM STMTNAMELINE AFTER ADVANCING 2 LINES
           PERFORM 7100-PRINT-ADDRESS
           MOVE WS-CLOSE-IDNUM TO PRNSTMTID
           WRITE PRINTLINE FROM STMTIDLINE AFTER ADVANCING 2 LINES
           MOVE WS-CLOSE-REASON TO PRNSTMTREASON
           MOVE WS-CLOSE-TEXT TO PRNSTMTTEXT
           WRITE PRINTLINE FROM STMTREASONLINE AFTER ADVANCING 1 LINE
           MOVE WS-TODAY-DATE(1:6) TO WS-STMT-PERIOD
           PERFORM 7200-TOTAL-MONTH-ACTIVITY
           COMPUTE WS-OPENING-BALANCE =
               WS-FINAL-BALANCE - WS-MOVEMENT-TOTAL
           MOVE "Opening balance ... " TO PRNMONEYLABEL
           MOVE WS-OPENING-BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           PERFORM 7300-PRINT-MONTH-DETAIL
           MOVE "Final bill ........ " TO PRNMONEYLABEL
           MOVE WS-FINAL-BILL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           MOVE "Deposit applied ... " TO PRNMONEYLABEL
           MOVE WS-DEPOSIT-APPLIED TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           MOVE "Closing balance ... " TO PRNMONEYLABEL
           MOVE WS-FINAL-BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           EVALUATE TRUE
               WHEN WS-OUTCOME-REFUND
                   MOVE "Your credit will be refunded by cheque."
                       TO PRINTLINE
               WHEN WS-OUTCOME-COLLECTIONS
                   MOVE "The balance shown is now due in full."
                       TO PRINTLINE
               WHEN OTHER
                   MOVE "Nothing further is due on this account."
                       TO PRINTLINE
           END-EVALUATE
           WRITE PRINTLINE AFTER ADVANCING 2 LINES
           MOVE "*** ACCOUNT CLOSED ***" TO PRINTLINE
           WRITE PRINTLINE AFTER ADVANCING 2 LINES
           IF WS-HISTORY-FILE-OPEN
               CLOSE HISTORYFILE
           END-IF
           CLOSE STATEMENTFILE.

       7100-PRINT-ADDRESS.
           MOVE WS-CLOSE-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           END-READ
           IF WS-ADDR-FOUND
               MOVE CA-STREET TO PRNSTMTADDR
               WRITE PRINTLINE FROM STMTADDRLINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRNSTMTADDR
               STRING FUNCTION TRIM(CA-CITY) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   CA-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CA-ZIP) DELIMITED BY SIZE
                   INTO PRNSTMTADDR
               WRITE PRINTLINE FROM STMTADDRLINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "(no address on file)" TO PRNSTMTADDR
               WRITE PRINTLINE FROM STMTADDRLINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 5000-READ-CUSTOMER-HEADER.

       7200-TOTAL-MONTH-ACTIVITY.
           MOVE ZERO TO WS-MOVEMENT-TOTAL
           MOVE ZERO TO WS-MOVEMENT-COUNT
           IF WS-HISTORY-FILE-OPEN
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               PERFORM 7210-START-MONTH-HISTORY
               PERFORM 7220-TOTAL-ONE-MOVEMENT UNTIL WS-HIST-EOF
           END-IF.

       7210-START-MONTH-HISTORY.
           MOVE WS-CLOSE-IDNUM TO HIST-IDNUM
           MOVE ZERO TO HIST-DATE
           MOVE WS-STMT-PERIOD TO HIST-DATE(1:6)
           MOVE ZERO TO HIST-SEQ
           START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.

       7220-TOTAL-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               MOVE HIST-DATE(1:6) TO WS-HIST-PERIOD
               IF HIST-IDNUM NOT = WS-CLOSE-IDNUM
                   OR WS-HIST-PERIOD NOT = WS-STMT-PERIOD
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF NOT HIST-IS-DEPOSIT AND NOT HIST-IS-DEP-REFUND
                       ADD 1 TO WS-MOVEMENT-COUNT
                       ADD HIST-AMOUNT TO WS-MOVEMENT-TOTAL
                   END-IF
               END-IF
           END-IF.

       7300-PRINT-MONTH-DETAIL.
           IF WS-MOVEMENT-COUNT = ZERO
               MOVE "  (no activity this period)" TO PRINTLINE
               WRITE PRINTLINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               PERFORM 7210-START-MONTH-HISTORY
               PERFORM 7310-PRINT-ONE-MOVEMENT UNTIL WS-HIST-EOF
           END-IF.

       7310-PRINT-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               MOVE HIST-DATE(1:6) TO WS-HIST-PERIOD
               IF HIST-IDNUM NOT = WS-CLOSE-IDNUM
                   OR WS-HIST-PERIOD NOT = WS-STMT-PERIOD
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF HIST-IS-DEPOSIT OR HIST-IS-DEP-REFUND
                       EXIT PARAGRAPH
                   END-IF
                   MOVE HIST-DATE TO PRNMOVEDATE
                   MOVE HIST-MOVE-TYPE TO PRNMOVETYPE
                   MOVE HIST-PROGRAM TO PRNMOVEPROGRAM
                   MOVE HIST-AMOUNT TO PRNMOVEAMOUNT
                   WRITE PRINTLINE FROM STMTDETAILLINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       8000-ACQUIRE-RECORD-LOCK.
           MOVE 'A' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

       8100-RELEASE-RECORD-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
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
           MOVE 16 TO RETURN-CODE
           GOBACK.
