           SELECT SHIFTRPT ASSIGN TO "files/TellerShift.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT CASHRECEIPTS ASSIGN TO "files/CashReceipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PAY-AMOUNT PIC S9(7)V99.
           02 PAY-DATE PIC 9(8).
           02 PAY-REFERENCE PIC X(12).
           02 PAY-CURRENCY PIC X(3).
           02 PAY-FOREIGN-AMOUNT PIC S9(7)V99.

       FD RECEIPTFILE.
       01 RECEIPTLINE PIC X(80).
       FD SHIFTRPT.
       01 PRINTLINE PIC X(100).

       FD CASHRECEIPTS.
       COPY "CashReceipt.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEEP-GOING-SWITCH PIC X VALUE 'Y'.
           88 WS-KEEP-GOING VALUE 'Y'.
           88 WS-TENDER-CASH VALUE 'C'.
           88 WS-TENDER-CHECK VALUE 'K'.
           88 WS-TENDER-CARD VALUE 'X'.
       01 WS-ENTRY-CURRENCY PIC X(3).
           88 WS-ENTRY-HOME VALUE SPACES 'USD'.
       01 WS-HOME-AMOUNT PIC 9(7)V99.
       01 WS-TELLER-RATE PIC 9(3)V9(6).
       01 WS-RATE-RESULT PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-CURRENCY-SWITCH PIC X.
           88 WS-CURRENCY-OK VALUE 'Y'.
       01 WS-NEXT-RECEIPT PIC 9(7) VALUE 1.
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
       01 WS-RECEIPT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SHIFT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-CTR-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-CASH-DAY-TOTAL PIC 9(9)V99 COMP-3.
       01 WS-CASH-DAY-EDIT PIC $$$,$$$,$$9.99.
       01 WS-CASH-EOF-SWITCH PIC X.
           88 WS-CASH-EOF VALUE 'Y'.

       01 RECEIPTHEADLINE.
           02 FILLER PIC X(17) VALUE "RECEIPT NUMBER  ".
           02 PRNRECEIPTNO PIC 9(7).
           02 FILLER PIC X(10) VALUE "Customer ".
           02 PRNRECID PIC 9(7).
           02 FILLER PIC X(9) VALUE "  amount ".
           02 PRNRECAMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRECCURR PIC X(3).
           02 FILLER PIC X(9) VALUE "  tender ".
           02 PRNRECTENDER PIC X.
       01 RECEIPTDATELINE.
       01 WS-RC-STATUS PIC XX.
       01 WS-NR-STATUS PIC XX.
       01 WS-SH-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE WS-RC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O CASHRECEIPTS
           IF WS-CR-STATUS = "35"
               OPEN OUTPUT CASHRECEIPTS
               CLOSE CASHRECEIPTS
               OPEN I-O CASHRECEIPTS
           END-IF
           IF WS-CR-STATUS NOT = "00"
               MOVE "CASHRECEIPTS" TO WS-ABEND-FILE-NAME
               MOVE WS-CR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-TAKE-ONE-RECEIPT
               UNTIL NOT WS-KEEP-GOING
           CLOSE CUSTOMERFILE
           CLOSE PAYMENTFILE
           CLOSE RECEIPTFILE
           CLOSE CASHRECEIPTS
           PERFORM 0300-SAVE-NEXT-RECEIPT-NUMBER
           PERFORM 5000-PRINT-SHIFT-SUMMARY
           DISPLAY "Teller session complete - " WS-RECEIPT-COUNT
                   DISPLAY "Amount must be greater than zero - "
                       "receipt not taken"
               ELSE
                   PERFORM 3050-CHECK-CURRENCY
                   IF WS-CURRENCY-OK
                       PERFORM 3100-WRITE-PAYMENT
                       PERFORM 3200-PRINT-RECEIPT
                       PERFORM 3300-ADD-TO-SHIFT
                       IF WS-TENDER-CASH
                           PERFORM 3400-RECORD-CASH
                       END-IF
                       ADD 1 TO WS-NEXT-RECEIPT
                   END-IF
               END-IF
           END-IF.

      *> A commercial customer billed in a foreign currency may pay
      *> in it by check or card; foreign cash is not taken at the
      *> counter. The shift is balanced at today's home value, and
      *> PaymentPost values the receipt again at its own date.
       3050-CHECK-CURRENCY.
           MOVE 'Y' TO WS-CURRENCY-SWITCH
           MOVE WS-ENTRY-AMOUNT TO WS-HOME-AMOUNT
           DISPLAY "Currency received (blank for USD) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CURRENCY)
               TO WS-ENTRY-CURRENCY
           IF WS-ENTRY-HOME
               MOVE "USD" TO WS-ENTRY-CURRENCY
               EXIT PARAGRAPH
           END-IF
           IF WS-TENDER-CASH
               MOVE 'N' TO WS-CURRENCY-SWITCH
               DISPLAY "Foreign cash is not taken at the counter - "
                   "receipt not taken"
               EXIT PARAGRAPH
           END-IF
           CALL 'FxRate' USING WS-ENTRY-CURRENCY, WS-TD-DATE,
               WS-TELLER-RATE, WS-RATE-RESULT
           IF NOT WS-RATE-FOUND
               MOVE 'N' TO WS-CURRENCY-SWITCH
               DISPLAY "No " WS-ENTRY-CURRENCY " exchange rate for "
                   "today - receipt not taken"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOME-AMOUNT ROUNDED =
               WS-ENTRY-AMOUNT * WS-TELLER-RATE
           DISPLAY WS-ENTRY-CURRENCY " " WS-ENTRY-AMOUNT
               " is worth " WS-HOME-AMOUNT " today".

      *> Walk-in money joins the same nightly PaymentPost stream as
      *> mailed receipts; the reference ties back to the receipt.
       3100-WRITE-PAYMENT.
           MOVE WS-ENTRY-IDNUM TO PAY-IDNUM
           MOVE WS-HOME-AMOUNT TO PAY-AMOUNT
           MOVE WS-TD-DATE TO PAY-DATE
           MOVE SPACES TO PAY-REFERENCE
           STRING "TLR" DELIMITED BY SIZE
               WS-NEXT-RECEIPT DELIMITED BY SIZE
               WS-TENDER DELIMITED BY SIZE
               INTO PAY-REFERENCE
           IF WS-ENTRY-HOME
               MOVE SPACES TO PAY-CURRENCY
               MOVE ZERO TO PAY-FOREIGN-AMOUNT
           ELSE
               MOVE WS-ENTRY-CURRENCY TO PAY-CURRENCY
               MOVE WS-ENTRY-AMOUNT TO PAY-FOREIGN-AMOUNT
           END-IF
           WRITE PAYMENTRECORD.

       3200-PRINT-RECEIPT.
           WRITE RECEIPTLINE FROM RECEIPTHEADLINE
           MOVE WS-ENTRY-IDNUM TO PRNRECID
           MOVE WS-ENTRY-AMOUNT TO PRNRECAMOUNT
           MOVE WS-ENTRY-CURRENCY TO PRNRECCURR
           MOVE WS-TENDER TO PRNRECTENDER
           WRITE RECEIPTLINE FROM RECEIPTBODYLINE
           MOVE WS-TD-DATE TO PRNRECDATE
               MOVE 3 TO WS-TENDER-IDX
           END-IF
           ADD 1 TO WS-TN-COUNT(WS-TENDER-IDX)
           ADD WS-HOME-AMOUNT TO WS-TN-TOTAL(WS-TENDER-IDX)
           ADD 1 TO WS-RECEIPT-COUNT
           ADD WS-HOME-AMOUNT TO WS-SHIFT-TOTAL.

      *> Every cash receipt is kept by customer and business day,
      *> whichever teller and shift took it, so the day's cash from
      *> one customer can be totalled for currency transaction
      *> reporting. The teller is told as soon as the day's total
      *> goes over the reporting threshold.
       3400-RECORD-CASH.
           MOVE WS-ENTRY-IDNUM TO CR-IDNUM
           MOVE WS-TD-DATE TO CR-DATE
           MOVE WS-NEXT-RECEIPT TO CR-RECEIPT
           MOVE WS-ENTRY-AMOUNT TO CR-AMOUNT
           MOVE WS-TD-TIME TO CR-TIME
           MOVE WS-OPERATOR-ID TO CR-TELLER
           WRITE CASHRECEIPTRECORD
               INVALID KEY
                   DISPLAY "Cash receipt " WS-NEXT-RECEIPT
                       " already recorded for customer "
                       WS-ENTRY-IDNUM
           END-WRITE
           MOVE ZERO TO WS-CASH-DAY-TOTAL
           MOVE 'N' TO WS-CASH-EOF-SWITCH
           MOVE WS-ENTRY-IDNUM TO CR-IDNUM
           MOVE WS-TD-DATE TO CR-DATE
           MOVE ZERO TO CR-RECEIPT
           START CASHRECEIPTS KEY IS NOT LESS THAN CR-KEY
               INVALID KEY SET WS-CASH-EOF TO TRUE
           END-START
           PERFORM 3410-ADD-ONE-CASH-RECEIPT UNTIL WS-CASH-EOF
           IF WS-CASH-DAY-TOTAL > WS-CTR-THRESHOLD
               MOVE WS-CASH-DAY-TOTAL TO WS-CASH-DAY-EDIT
               DISPLAY "Cash from this customer today totals "
                   FUNCTION TRIM(WS-CASH-DAY-EDIT)
                   " - over $10,000, a currency transaction report "
                   "is required"
           END-IF.

       3410-ADD-ONE-CASH-RECEIPT.
           READ CASHRECEIPTS NEXT RECORD
               AT END SET WS-CASH-EOF TO TRUE
           END-READ
           IF NOT WS-CASH-EOF
               IF CR-IDNUM NOT = WS-ENTRY-IDNUM
                   OR CR-DATE NOT = WS-TD-DATE
                   SET WS-CASH-EOF TO TRUE
               ELSE
                   ADD CR-AMOUNT TO WS-CASH-DAY-TOTAL
               END-IF
           END-IF.

       5000-PRINT-SHIFT-SUMMARY.
           OPEN OUTPUT SHIFTRPT
