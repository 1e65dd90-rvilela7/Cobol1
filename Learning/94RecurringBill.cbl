               ACCESS IS DYNAMIC
               RECORD KEY IS INL-KEY
               FILE STATUS IS WS-IL-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT TAXFILE ASSIGN TO "files/TaxRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT NEXTINVFILE ASSIGN TO "files/NextInvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NV-STATUS.
           SELECT SCHEDULEFILE ASSIGN TO "files/RevenueSchedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RVS-INV-NUMBER
               FILE STATUS IS WS-SC-STATUS.
           SELECT REGISTERRPT ASSIGN TO "files/RecurringBill.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
       FD INVOICELINES.
       COPY "InvoiceLine.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD TAXFILE.
       01 TAXRECORD.
           02 TAX-STATE PIC XX.
           02 TAX-RATE PIC V9(4).

       FD NEXTINVFILE.
       01 NEXTINVRECORD.
           02 NIV-NEXT-NUMBER PIC 9(7).

       FD SCHEDULEFILE.
       COPY "RevenueSchedule.cpy".

       FD REGISTERRPT.
       01 PRINTLINE PIC X(100).

       01 WS-ADD-MONTHS PIC 99.
       01 WS-DUE-INTEGER PIC 9(8) COMP-3.

       01 WS-TAX-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-TAX-EOF VALUE 'Y'.
       01 WS-TAX-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-TAX-IDX PIC 9(3) COMP-3.
       01 WS-TAX-TABLE.
           02 WS-TAX-ENTRY OCCURS 60 TIMES.
               03 WS-TX-STATE PIC XX.
               03 WS-TX-RATE PIC V9(4) COMP-3.
       01 WS-CUST-STATE PIC XX.
       01 WS-SELECTED-RATE PIC V9(4) COMP-3.
       01 WS-TAX-AMOUNT PIC S9(9)V99.
       01 WS-EXEMPT-AMOUNT PIC S9(9)V99.
       01 WS-EXEMPT-RESULT PIC X.
           88 WS-TAX-EXEMPT VALUE 'Y'.
       01 WS-EXEMPT-CERT PIC X(15).

       01 WS-CHARGE-AMOUNT PIC 9(7)V99.
       01 WS-CHARGE-TAXABLE PIC X.
           88 WS-CHARGE-IS-TAXABLE VALUE 'Y'.
       01 WS-CUST-CLASS PIC X.
       01 WS-ITEM-RESULT PIC X.
           88 WS-ITEM-PRICED VALUE 'Y'.
       01 WS-ITEM-DESC PIC X(25).
       01 WS-ITEM-PRICE PIC 9(7)V99.
       01 WS-ITEM-TAXABLE PIC X.
       01 WS-ITEM-GL-ACCOUNT PIC X(4).
       01 WS-BILL-CURRENCY PIC X(3).
       01 WS-REP-CODE PIC X(4).
           88 WS-BILL-HOME VALUE SPACES 'USD'.
       01 WS-BILL-RATE PIC 9(3)V9(6).
       01 WS-RATE-RESULT PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.

       01 WS-GENERATED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-GENERATED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SCHEDULED-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 HEADS PIC X(100) VALUE
           "IDNum    Invoice  Description                Amount         Next bill  Cur".
       01 REGISTERLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRECID PIC 9(7).
           02 PRNRECAMOUNT PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNNEXTBILL PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNRECCURR PIC X(3).
       01 FOOTINGLINE.
           02 FILLER PIC X(20) VALUE "Invoices generated: ".
           02 PRNGENCOUNT PIC ZZZZ9.
           02 PRNGENTOTAL PIC $$$,$$$,$$9.99.

       01 WS-RC-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-TX-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-IL-STATUS PIC XX.
       01 WS-NV-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-SC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE WS-IL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O SCHEDULEFILE
           IF WS-SC-STATUS = "35"
               OPEN OUTPUT SCHEDULEFILE
               CLOSE SCHEDULEFILE
               OPEN I-O SCHEDULEFILE
           END-IF
           IF WS-SC-STATUS NOT = "00"
               MOVE "SCHEDULEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-SC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 0100-READ-NEXT-INVOICE-NUMBER
           PERFORM 0300-LOAD-TAX-TABLE
           OPEN OUTPUT REGISTERRPT
           IF WS-RG-STATUS NOT = "00"
               MOVE "REGISTERRPT" TO WS-ABEND-FILE-NAME
           CLOSE RECURRINGFILE
           CLOSE INVOICEFILE
           CLOSE INVOICELINES
           CLOSE CUSTOMERFILE
           CLOSE SCHEDULEFILE
           CLOSE REGISTERRPT
           PERFORM 0200-WRITE-NEXT-INVOICE-NUMBER
           DISPLAY "Recurring billing complete - "
               WS-GENERATED-COUNT " invoices generated for "
               WS-GENERATED-TOTAL
           IF WS-SCHEDULED-COUNT > ZERO
               DISPLAY WS-SCHEDULED-COUNT " billed in advance - "
                   "revenue schedules written"
           END-IF
           GOBACK.

      *> Invoice numbers come from their own next-number control
               CLOSE NEXTINVFILE
           END-IF.

       0300-LOAD-TAX-TABLE.
           OPEN INPUT TAXFILE
           IF WS-TX-STATUS NOT = "00"
               DISPLAY "No tax rate table on file - recurring "
                   "invoices will carry no sales tax"
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

       1000-CHECK-ONE-CHARGE.
           READ RECURRINGFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-IF.

       2000-GENERATE-INVOICE.
           PERFORM 2040-PRICE-CHARGE
           PERFORM 2050-COMPUTE-SALES-TAX
           MOVE WS-NEXT-NUMBER TO INV-NUMBER
           MOVE RC-IDNUM TO INV-IDNUM
           MOVE WS-TD-DATE TO INV-DATE
           MOVE 1 TO INV-LINE-COUNT
           COMPUTE INV-TOTAL = WS-CHARGE-AMOUNT + WS-TAX-AMOUNT
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
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TD-DATE) + 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               NOT INVALID KEY
                   ADD 1 TO WS-NEXT-NUMBER
                   PERFORM 2100-WRITE-INVOICE-LINE
                   IF NOT RC-MONTHLY
                       PERFORM 2150-WRITE-REVENUE-SCHEDULE
                   END-IF
                   PERFORM 2200-ADVANCE-NEXT-BILL
                   ADD 1 TO WS-GENERATED-COUNT
                   ADD INV-TOTAL TO WS-GENERATED-TOTAL
                   PERFORM 3000-REPORT-GENERATED
           END-WRITE.

      *> A charge set up against an item is billed at the price and
      *> tax flag of the item version in force on the bill date, with
      *> the customer's class price, so list price changes carry
      *> through. An item no longer priceable falls back to the
      *> amount recorded on the charge.
       2040-PRICE-CHARGE.
           PERFORM 2045-GET-BILLING-CURRENCY
           PERFORM 2046-GET-SALES-REP
           MOVE RC-AMOUNT TO WS-CHARGE-AMOUNT
           IF RC-IS-TAXABLE
               MOVE 'Y' TO WS-CHARGE-TAXABLE
           ELSE
               MOVE 'N' TO WS-CHARGE-TAXABLE
           END-IF
           IF RC-ITEM-CODE = SPACES OR RC-ITEM-CODE = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CUST-CLASS
           MOVE RC-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-CLASS TO WS-CUST-CLASS
           END-READ
           CALL 'ItemPrice' USING RC-ITEM-CODE, WS-TD-DATE,
               WS-CUST-CLASS, WS-ITEM-RESULT, WS-ITEM-DESC,
               WS-ITEM-PRICE, WS-ITEM-TAXABLE, WS-ITEM-GL-ACCOUNT
           IF WS-ITEM-PRICED AND NOT WS-BILL-HOME
               CALL 'FxRate' USING WS-BILL-CURRENCY, WS-TD-DATE,
                   WS-BILL-RATE, WS-RATE-RESULT
               IF WS-RATE-FOUND
                   COMPUTE WS-ITEM-PRICE ROUNDED =
                       WS-ITEM-PRICE / WS-BILL-RATE
               ELSE
                   MOVE 'N' TO WS-ITEM-RESULT
               END-IF
           END-IF
           IF WS-ITEM-PRICED
               MOVE WS-ITEM-PRICE TO WS-CHARGE-AMOUNT
               MOVE WS-ITEM-TAXABLE TO WS-CHARGE-TAXABLE
           ELSE
               DISPLAY "Item " RC-ITEM-CODE " not priceable for "
                   "customer " RC-IDNUM " - charge amount used"
           END-IF.

      *> The charge bills in the customer's billing currency; the
      *> charge amount is set up in it, while an item's home price
      *> is taken over at the rate for the bill date.
       2045-GET-BILLING-CURRENCY.
           MOVE SPACES TO WS-BILL-CURRENCY
           MOVE RC-IDNUM TO CX-IDNUM
           MOVE 'X' TO CX-REC-TYPE
           MOVE ZERO TO CX-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CX-CURRENCY TO WS-BILL-CURRENCY
           END-READ.

      *> The bill carries the sales rep on the account, as an invoice
      *> keyed in InvoiceEntry does.
       2046-GET-SALES-REP.
           MOVE SPACES TO WS-REP-CODE
           MOVE RC-IDNUM TO CS-IDNUM
           MOVE 'S' TO CS-REC-TYPE
           MOVE ZERO TO CS-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CS-REP-CODE TO WS-REP-CODE
           END-READ.

      *> A taxable charge is taxed at the rate for the customer's
      *> mailing address state, as InvoiceEntry does, unless a valid
      *> exemption certificate for that state covers the bill date.
       2050-COMPUTE-SALES-TAX.
           MOVE ZERO TO WS-TAX-AMOUNT
           MOVE ZERO TO WS-EXEMPT-AMOUNT
           MOVE SPACES TO WS-EXEMPT-CERT
           MOVE SPACES TO WS-CUST-STATE
           IF NOT WS-CHARGE-IS-TAXABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2060-GET-CUSTOMER-STATE
           CALL 'TaxExemptCheck' USING RC-IDNUM, WS-CUST-STATE,
               WS-TD-DATE, WS-EXEMPT-RESULT, WS-EXEMPT-CERT
           IF WS-TAX-EXEMPT
               MOVE WS-CHARGE-AMOUNT TO WS-EXEMPT-AMOUNT
           ELSE
               MOVE ZERO TO WS-SELECTED-RATE
               PERFORM 2070-FIND-STATE-RATE
                   VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-CHARGE-AMOUNT * WS-SELECTED-RATE
           END-IF.

       2060-GET-CUSTOMER-STATE.
           MOVE RC-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CA-STATE TO WS-CUST-STATE
           END-READ.

       2070-FIND-STATE-RATE.
           IF WS-TX-STATE(WS-TAX-IDX) = WS-CUST-STATE
               MOVE WS-TX-RATE(WS-TAX-IDX) TO WS-SELECTED-RATE
           END-IF.

       2100-WRITE-INVOICE-LINE.
           MOVE INV-NUMBER TO INL-NUMBER
           MOVE 1 TO INL-LINE-NO
           MOVE RC-DESCRIPTION TO INL-DESCRIPTION
           MOVE RC-ITEM-CODE TO INL-ITEM-CODE
           MOVE 1 TO INL-QUANTITY
           MOVE WS-CHARGE-AMOUNT TO INL-UNIT-PRICE
           MOVE WS-CHARGE-AMOUNT TO INL-AMOUNT
           IF WS-CHARGE-IS-TAXABLE
               MOVE 'Y' TO INL-TAXABLE
           ELSE
               MOVE 'N' TO INL-TAXABLE
           END-IF
           WRITE INVOICELINE
               INVALID KEY
                   DISPLAY "Line write failed for invoice "
                       INV-NUMBER
           END-WRITE.

      *> Quarterly and annual charges are billed in advance, so the
      *> charge (not the tax) is earned over the service months
      *> starting with the bill month. The schedule waits for the
      *> invoice to post before any of it counts as deferred.
       2150-WRITE-REVENUE-SCHEDULE.
           MOVE INV-NUMBER TO RVS-INV-NUMBER
           MOVE RC-IDNUM TO RVS-IDNUM
           MOVE RC-DESCRIPTION TO RVS-DESCRIPTION
           MOVE WS-TD-DATE(1:6) TO RVS-START-PERIOD
           IF RC-QUARTERLY
               MOVE 3 TO RVS-MONTHS
           ELSE
               MOVE 12 TO RVS-MONTHS
           END-IF
           MOVE ZERO TO RVS-MONTHS-DONE
           MOVE WS-CHARGE-AMOUNT TO RVS-AMOUNT
           MOVE ZERO TO RVS-RECOGNIZED
           MOVE ZERO TO RVS-ADJUSTED
           MOVE ZERO TO RVS-LAST-PERIOD
           SET RVS-UNPOSTED TO TRUE
           WRITE REVSCHEDULERECORD
               INVALID KEY
                   DISPLAY "Revenue schedule already on file for "
                       "invoice " INV-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-SCHEDULED-COUNT
           END-WRITE.

       2200-ADVANCE-NEXT-BILL.
           MOVE RC-NEXT-BILL TO WS-DUE-SPLIT
           IF RC-MONTHLY
           MOVE RC-IDNUM TO PRNRECID
           MOVE INV-NUMBER TO PRNINVNUM
           MOVE RC-DESCRIPTION TO PRNRECDESC
           MOVE WS-CHARGE-AMOUNT TO PRNRECAMOUNT
           MOVE RC-NEXT-BILL TO PRNNEXTBILL
           MOVE INV-CURRENCY TO PRNRECCURR
           WRITE PRINTLINE FROM REGISTERLINE.

       9900-ABEND.
