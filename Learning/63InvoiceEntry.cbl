               "files/PendingAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT SCHEDULEFILE ASSIGN TO "files/RevenueSchedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RVS-INV-NUMBER
               FILE STATUS IS WS-SC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDINGFILE.
       COPY "PendingAdjustment.cpy".

       FD SCHEDULEFILE.
       COPY "RevenueSchedule.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEEP-GOING-SWITCH PIC X VALUE 'Y'.
           88 WS-KEEP-GOING VALUE 'Y'.
           02 WS-LINE-AMOUNT PIC S9(7)V99 OCCURS 100 TIMES.
       01 WS-LINE-DESCS.
           02 WS-LINE-DESC PIC X(25) OCCURS 100 TIMES.
       01 WS-LINE-ITEMS.
           02 WS-LINE-ITEM PIC X(8) OCCURS 100 TIMES.
       01 WS-LINE-QUANTITIES.
           02 WS-LINE-QTY PIC 9(5) OCCURS 100 TIMES.
       01 WS-LINE-PRICES.
           02 WS-LINE-PRICE PIC 9(7)V99 OCCURS 100 TIMES.
       01 WS-INVOICE-TOTAL PIC S9(9)V99.
       01 WS-IDX PIC 9(3).

               03 WS-TX-STATE PIC XX.
               03 WS-TX-RATE PIC V9(4) COMP-3.
       01 WS-CUST-STATE PIC XX.
       01 WS-CUST-CLASS PIC X.
       01 WS-ITEM-RESULT PIC X.
           88 WS-ITEM-PRICED VALUE 'Y'.
           88 WS-ITEM-DISCONTINUED VALUE 'D'.
       01 WS-ITEM-DESC PIC X(25).
       01 WS-ITEM-PRICE PIC 9(7)V99.
       01 WS-ITEM-TAXABLE PIC X.
       01 WS-ITEM-GL-ACCOUNT PIC X(4).
       01 WS-PRICE-OVERRIDE PIC 9(7)V99.
       01 WS-TAX-OVERRIDE PIC X.
       01 WS-CL-STATUS PIC XX.
       01 WS-CAL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-CAL-EOF VALUE 'Y'.
               03 WS-CL-TYPE PIC X.
       01 WS-TERMS-DAYS PIC 9(3).
       01 WS-PN-STATUS PIC XX.
       01 WS-SC-STATUS PIC XX.
       01 WS-DOC-CHOICE PIC X.
           88 WS-DOC-INVOICE VALUE 'I'.
           88 WS-DOC-CREDIT VALUE 'C'.
       01 WS-SELECTED-RATE PIC V9(4) COMP-3.
       01 WS-TAXABLE-TOTAL PIC S9(9)V99 COMP-3.
       01 WS-TAX-AMOUNT PIC S9(9)V99.
       01 WS-EXEMPT-AMOUNT PIC S9(9)V99.
       01 WS-EXEMPT-RESULT PIC X.
           88 WS-TAX-EXEMPT VALUE 'Y'.
       01 WS-EXEMPT-CERT PIC X(15).
       01 WS-BILL-CURRENCY PIC X(3).
           88 WS-BILL-HOME VALUE SPACES 'USD'.
       01 WS-BILL-RATE PIC 9(3)V9(6).
       01 WS-RATE-RESULT PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-ORIG-CURRENCY PIC X(3).
       01 WS-ORIG-REP-CODE PIC X(4).
       01 WS-REP-CODE PIC X(4).
       01 WS-ORIG-FX-RATE PIC 9(3)V9(6).
       01 WS-PROMO-MINIMUM PIC 9(7)V99 VALUE 5000.00.
       01 WS-PROMO-CODE PIC X(6).
       01 WS-PROMO-MONTHS PIC 99.
       01 WS-PROMO-MONTH-COUNT PIC 9(6).
       01 WS-PROMO-END-DATE PIC 9(8).
       01 WS-PROMO-END-SPLIT REDEFINES WS-PROMO-END-DATE.
           02 WS-PE-YYYY PIC 9(4).
           02 WS-PE-MM PIC 99.
           02 WS-PE-DD PIC 99.

       01 WS-IH-STATUS PIC XX.
       01 WS-IL-STATUS PIC XX.
           ELSE
               DISPLAY "Invoice date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT WS-ENTRY-DATE
               PERFORM 2120-GET-BILLING-RATE
               IF NOT WS-RATE-FOUND
                   DISPLAY "No " WS-BILL-CURRENCY " exchange rate for "
                       WS-ENTRY-DATE " - invoice not entered"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Number of invoice line items (1-100) "
                   WITH NO ADVANCING
               ACCEPT WS-LINE-COUNT
                   IF CUST-ACTIVE
                       MOVE 'Y' TO WS-CUSTOMER-OK
                   END-IF
                   MOVE CUST-CLASS TO WS-CUST-CLASS
                   IF CUST-TERMS-DAYS > ZERO
                       MOVE CUST-TERMS-DAYS TO WS-TERMS-DAYS
                   ELSE
                           MOVE 30 TO WS-TERMS-DAYS
                       END-IF
                   END-IF
                   PERFORM 2110-GET-BILLING-CURRENCY
                   PERFORM 2115-GET-SALES-REP
           END-READ.

      *> A commercial customer may be billed in a foreign currency
      *> (its 'X' record); the invoice is then entered and kept in
      *> that currency and converted home when it is posted.
       2110-GET-BILLING-CURRENCY.
           MOVE SPACES TO WS-BILL-CURRENCY
           MOVE WS-ENTRY-IDNUM TO CX-IDNUM
           MOVE 'X' TO CX-REC-TYPE
           MOVE ZERO TO CX-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CX-CURRENCY TO WS-BILL-CURRENCY
           END-READ.

      *> The invoice carries the sales rep on the account when it is
      *> entered, and the rep's commission follows the cash against it.
       2115-GET-SALES-REP.
           MOVE SPACES TO WS-REP-CODE
           MOVE WS-ENTRY-IDNUM TO CS-IDNUM
           MOVE 'S' TO CS-REC-TYPE
           MOVE ZERO TO CS-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CS-REP-CODE TO WS-REP-CODE
           END-READ.

      *> Item master prices are home prices, so a foreign-currency
      *> invoice takes them over at the rate for the invoice date.
       2120-GET-BILLING-RATE.
           CALL 'FxRate' USING WS-BILL-CURRENCY, WS-ENTRY-DATE,
               WS-BILL-RATE, WS-RATE-RESULT
           IF WS-RATE-FOUND AND NOT WS-BILL-HOME
               DISPLAY "Invoice in " WS-BILL-CURRENCY " - item prices "
                   "converted at " WS-BILL-RATE
           END-IF.

      *> Lines are normally entered by item code: description, unit
      *> price (with the customer's class price) and tax flag come
      *> from the item master version in force on the invoice date,
      *> and the clerk may override the price or tax flag. A blank
      *> item code keeps the free-hand line for one-off charges.
       2200-GET-LINE-ITEM.
           DISPLAY "Item code for line " WS-IDX " (blank for "
               "free-hand) " WITH NO ADVANCING
           ACCEPT WS-LINE-ITEM(WS-IDX)
           MOVE FUNCTION UPPER-CASE(WS-LINE-ITEM(WS-IDX))
               TO WS-LINE-ITEM(WS-IDX)
           IF WS-LINE-ITEM(WS-IDX) NOT = SPACES
               CALL 'ItemPrice' USING WS-LINE-ITEM(WS-IDX),
                   WS-ENTRY-DATE, WS-CUST-CLASS, WS-ITEM-RESULT,
                   WS-ITEM-DESC, WS-ITEM-PRICE, WS-ITEM-TAXABLE,
                   WS-ITEM-GL-ACCOUNT
               IF WS-ITEM-PRICED
                   IF NOT WS-BILL-HOME
                       COMPUTE WS-ITEM-PRICE ROUNDED =
                           WS-ITEM-PRICE / WS-BILL-RATE
                   END-IF
                   PERFORM 2210-GET-ITEM-LINE
               ELSE
                   IF WS-ITEM-DISCONTINUED
                       DISPLAY "Item " WS-LINE-ITEM(WS-IDX)
                           " discontinued - enter the line free-hand"
                   ELSE
                       DISPLAY "Item " WS-LINE-ITEM(WS-IDX)
                           " not on file - enter the line free-hand"
                   END-IF
                   MOVE SPACES TO WS-LINE-ITEM(WS-IDX)
                   PERFORM 2220-GET-FREE-HAND-LINE
               END-IF
           ELSE
               PERFORM 2220-GET-FREE-HAND-LINE
           END-IF.

       2210-GET-ITEM-LINE.
           MOVE WS-ITEM-DESC TO WS-LINE-DESC(WS-IDX)
           DISPLAY WS-ITEM-DESC " at " WS-ITEM-PRICE " taxable "
               WS-ITEM-TAXABLE
           DISPLAY "Quantity " WITH NO ADVANCING
           ACCEPT WS-LINE-QTY(WS-IDX)
           IF WS-LINE-QTY(WS-IDX) = ZERO
               MOVE 1 TO WS-LINE-QTY(WS-IDX)
           END-IF
           DISPLAY "Unit price (0 keeps " WS-ITEM-PRICE ") "
               WITH NO ADVANCING
           ACCEPT WS-PRICE-OVERRIDE
           IF WS-PRICE-OVERRIDE = ZERO
               MOVE WS-ITEM-PRICE TO WS-LINE-PRICE(WS-IDX)
           ELSE
               MOVE WS-PRICE-OVERRIDE TO WS-LINE-PRICE(WS-IDX)
           END-IF
           DISPLAY "Taxable (Y/N, blank keeps " WS-ITEM-TAXABLE ") "
               WITH NO ADVANCING
           ACCEPT WS-TAX-OVERRIDE
           MOVE FUNCTION UPPER-CASE(WS-TAX-OVERRIDE) TO WS-TAX-OVERRIDE
           IF WS-TAX-OVERRIDE = SPACE
               MOVE WS-ITEM-TAXABLE TO WS-LINE-TAXABLE(WS-IDX)
           ELSE
               MOVE WS-TAX-OVERRIDE TO WS-LINE-TAXABLE(WS-IDX)
           END-IF
           COMPUTE WS-LINE-AMOUNT(WS-IDX) ROUNDED =
               WS-LINE-QTY(WS-IDX) * WS-LINE-PRICE(WS-IDX)
           DISPLAY "Line " WS-IDX " amount " WS-LINE-AMOUNT(WS-IDX).

       2220-GET-FREE-HAND-LINE.
           DISPLAY "Description for line " WS-IDX " "
               WITH NO ADVANCING
           ACCEPT WS-LINE-DESC(WS-IDX)
           DISPLAY "Taxable (Y/N) " WITH NO ADVANCING
           ACCEPT WS-LINE-TAXABLE(WS-IDX)
           MOVE FUNCTION UPPER-CASE(WS-LINE-TAXABLE(WS-IDX))
               TO WS-LINE-TAXABLE(WS-IDX)
           MOVE 1 TO WS-LINE-QTY(WS-IDX)
           MOVE WS-LINE-AMOUNT(WS-IDX) TO WS-LINE-PRICE(WS-IDX).

      *> Tax is computed from the rate for the customer's mailing
      *> address state and carried on the header so posting can send
      *> it to its own liability account. A customer holding a valid
      *> exemption certificate for that state on the invoice date is
      *> not taxed; the exempt sales and certificate go on the header
      *> instead so TaxReport can account for them.
       2300-COMPUTE-SALES-TAX.
           MOVE ZERO TO WS-TAXABLE-TOTAL
           MOVE ZERO TO WS-EXEMPT-AMOUNT
           MOVE SPACES TO WS-EXEMPT-CERT
           PERFORM 2310-ADD-TAXABLE-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LINE-COUNT
           PERFORM 2320-GET-CUSTOMER-STATE
           IF WS-TAXABLE-TOTAL NOT = ZERO
               CALL 'TaxExemptCheck' USING WS-ENTRY-IDNUM,
                   WS-CUST-STATE, WS-ENTRY-DATE, WS-EXEMPT-RESULT,
                   WS-EXEMPT-CERT
               IF WS-TAX-EXEMPT
                   MOVE WS-TAXABLE-TOTAL TO WS-EXEMPT-AMOUNT
                   MOVE ZERO TO WS-TAXABLE-TOTAL
                   DISPLAY "Customer exempt in " WS-CUST-STATE
                       " under certificate " WS-EXEMPT-CERT
                       " - no sales tax charged"
               END-IF
           END-IF
           MOVE ZERO TO WS-SELECTED-RATE
           PERFORM 2330-FIND-STATE-RATE
               VARYING WS-TAX-IDX FROM 1 BY 1
           MOVE ZERO TO INV-PAID-AMOUNT
           MOVE WS-TAX-AMOUNT TO INV-TAX-AMOUNT
           MOVE WS-CUST-STATE TO INV-TAX-STATE
           MOVE WS-EXEMPT-AMOUNT TO INV-EXEMPT-AMOUNT
           MOVE WS-EXEMPT-CERT TO INV-EXEMPT-CERT
           MOVE WS-BILL-CURRENCY TO INV-CURRENCY
           MOVE ZERO TO INV-FX-RATE
           MOVE ZERO TO INV-FOREIGN-TOTAL
           MOVE ZERO TO INV-FOREIGN-PAID
           MOVE WS-REP-CODE TO INV-REP-CODE
           MOVE 'N' TO INV-REP-CHARGEBACK
           MOVE SPACES TO INV-PROMO-CODE
           MOVE ZERO TO INV-PROMO-MONTHS
           MOVE ZERO TO INV-PROMO-END-DATE
           MOVE SPACE TO INV-PROMO-STATUS
           MOVE ZERO TO INV-PROMO-DEFERRED
           PERFORM 3200-COMPUTE-DUE-DATE
           MOVE WS-DUE-DATE TO INV-DUE-DATE
           SET INV-IS-INVOICE TO TRUE
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE SPACES TO INV-REASON-CODE
           SET INV-OPEN TO TRUE
           IF WS-CUST-CLASS = 'C' AND WS-BILL-HOME
               AND WS-INVOICE-TOTAL >= WS-PROMO-MINIMUM
               PERFORM 3300-OFFER-PROMOTION
           END-IF
           WRITE INVOICEHEADER
               INVALID KEY
                   DISPLAY "Invoice " WS-ENTRY-NUMBER
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-LINE-COUNT
                   DISPLAY "Invoice " WS-ENTRY-NUMBER " entered - "
                       "total " WS-INVOICE-TOTAL " " INV-CURRENCY
           END-WRITE.

      *> Large commercial invoices may carry a deferred-interest
      *> promotion: no interest if paid in full within the promotion
      *> period. InterestRun works out the interest each month and
      *> holds it against the invoice; it is dropped if the invoice
      *> is settled in time and billed in full if it is not.
       3300-OFFER-PROMOTION.
           DISPLAY "Deferred-interest promotion code (blank for none) "
               WITH NO ADVANCING
           ACCEPT WS-PROMO-CODE
           MOVE FUNCTION UPPER-CASE(WS-PROMO-CODE) TO WS-PROMO-CODE
           IF WS-PROMO-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Promotion period in months (1-24) "
               WITH NO ADVANCING
           ACCEPT WS-PROMO-MONTHS
           IF WS-PROMO-MONTHS < 1 OR WS-PROMO-MONTHS > 24
               DISPLAY "Promotion period must be 1 to 24 months - "
                   "invoice entered without a promotion"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-DATE TO WS-PROMO-END-SPLIT
           COMPUTE WS-PROMO-MONTH-COUNT =
               (WS-PE-YYYY * 12) + WS-PE-MM - 1 + WS-PROMO-MONTHS
           COMPUTE WS-PE-YYYY = WS-PROMO-MONTH-COUNT / 12
           COMPUTE WS-PE-MM =
               WS-PROMO-MONTH-COUNT - (WS-PE-YYYY * 12) + 1
           PERFORM 3310-BACK-OFF-PROMO-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-PROMO-END-DATE)
                   = ZERO
           MOVE WS-PROMO-CODE TO INV-PROMO-CODE
           MOVE WS-PROMO-MONTHS TO INV-PROMO-MONTHS
           MOVE WS-PROMO-END-DATE TO INV-PROMO-END-DATE
           SET INV-PROMO-DEFERRING TO TRUE
           MOVE ZERO TO INV-PROMO-DEFERRED
           DISPLAY "Promotion " WS-PROMO-CODE " - no interest if paid "
               "in full by " WS-PROMO-END-DATE.

      *> A promotion entered on the 31st ends on the last day of a
      *> shorter month.
       3310-BACK-OFF-PROMO-DAY.
           SUBTRACT 1 FROM WS-PE-DD.

       3100-WRITE-LINE-ITEM.
           MOVE WS-ENTRY-NUMBER TO INL-NUMBER
           MOVE WS-IDX TO INL-LINE-NO
           MOVE WS-LINE-DESC(WS-IDX) TO INL-DESCRIPTION
           MOVE WS-LINE-AMOUNT(WS-IDX) TO INL-AMOUNT
           MOVE WS-LINE-TAXABLE(WS-IDX) TO INL-TAXABLE
           MOVE WS-LINE-ITEM(WS-IDX) TO INL-ITEM-CODE
           MOVE WS-LINE-QTY(WS-IDX) TO INL-QUANTITY
           MOVE WS-LINE-PRICE(WS-IDX) TO INL-UNIT-PRICE
           WRITE INVOICELINE
               INVALID KEY
                   DISPLAY "Line " WS-IDX " write failed for invoice "
           END-IF
           MOVE INV-IDNUM TO WS-ORIG-IDNUM
           MOVE INV-TOTAL TO WS-ORIG-TOTAL
      *> A memo against a foreign invoice is in the invoice's
      *> currency and goes home at the invoice's own rate.
           MOVE INV-CURRENCY TO WS-ORIG-CURRENCY
           MOVE INV-FX-RATE TO WS-ORIG-FX-RATE
           MOVE INV-REP-CODE TO WS-ORIG-REP-CODE
           IF NOT INV-HOME-CURRENCY
               MOVE INV-FOREIGN-TOTAL TO WS-ORIG-TOTAL
               DISPLAY "Invoice is in " INV-CURRENCY
                   " - enter the credit in " INV-CURRENCY
           END-IF
           DISPLAY "Credit amount " WITH NO ADVANCING
           ACCEPT WS-MEMO-AMOUNT
           DISPLAY "Reason code (3 characters) " WITH NO ADVANCING
           MOVE ZERO TO INV-PAID-AMOUNT
           MOVE ZERO TO INV-TAX-AMOUNT
           MOVE SPACES TO INV-TAX-STATE
           MOVE ZERO TO INV-EXEMPT-AMOUNT
           MOVE SPACES TO INV-EXEMPT-CERT
           MOVE WS-ORIG-CURRENCY TO INV-CURRENCY
           MOVE WS-ORIG-FX-RATE TO INV-FX-RATE
           MOVE ZERO TO INV-FOREIGN-TOTAL
           MOVE ZERO TO INV-FOREIGN-PAID
           MOVE WS-ORIG-REP-CODE TO INV-REP-CODE
           MOVE 'N' TO INV-REP-CHARGEBACK
           MOVE SPACES TO INV-PROMO-CODE
           MOVE ZERO TO INV-PROMO-MONTHS
           MOVE ZERO TO INV-PROMO-END-DATE
           MOVE SPACE TO INV-PROMO-STATUS
           MOVE ZERO TO INV-PROMO-DEFERRED
           MOVE ZERO TO INV-DUE-DATE
           SET INV-IS-CREDIT-MEMO TO TRUE
           MOVE WS-ORIG-NUMBER TO INV-ORIG-NUMBER
                       DISPLAY "Void rewrite failed"
                   NOT INVALID KEY
                       DISPLAY "Invoice " WS-ENTRY-NUMBER " voided"
                       PERFORM 6100-CANCEL-REVENUE-SCHEDULE
               END-REWRITE
           ELSE
               DISPLAY "Invoice " WS-ENTRY-NUMBER " is not open - "
                   "use a credit memo for posted invoices"
           END-IF.

      *> A voided advance-billed invoice never posted, so its revenue
      *> schedule is cancelled before anything was deferred.
       6100-CANCEL-REVENUE-SCHEDULE.
           OPEN I-O SCHEDULEFILE
           IF WS-SC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-NUMBER TO RVS-INV-NUMBER
           READ SCHEDULEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RVS-UNPOSTED
                       SET RVS-VOIDED TO TRUE
                       REWRITE REVSCHEDULERECORD
                           INVALID KEY
                               DISPLAY "Revenue schedule rewrite "
                                   "failed"
                           NOT INVALID KEY
                               DISPLAY "Revenue schedule for invoice "
                                   WS-ENTRY-NUMBER " cancelled"
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE SCHEDULEFILE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
