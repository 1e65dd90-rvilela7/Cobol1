            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesByItem.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICELINES ASSIGN TO "files/InvoiceLines.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INL-KEY
               FILE STATUS IS WS-IL-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT SALESRPT ASSIGN TO "files/SalesByItem.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICELINES.
       COPY "InvoiceLine.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD SALESRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-INVOICE-OK PIC X VALUE 'N'.
           88 WS-INVOICE-COUNTS VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMM"
       01 WS-RPT-PERIOD PIC 9(6).
       01 WS-INV-PERIOD PIC 9(6).
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE.
               03 WS-CD-PERIOD PIC 9(6).
               03 FILLER PIC 99.
           02 FILLER PIC X(13).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LAST-NUMBER PIC 9(7) VALUE ZERO.

       01 WS-ITEM-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-ITEM-IDX PIC 9(3) COMP-3.
       01 WS-ITEM-SLOT PIC 9(3) COMP-3.
       01 WS-ITEM-FOUND PIC X.
           88 WS-ITEM-ON-TABLE VALUE 'Y'.
       01 WS-ITEM-TABLE.
           02 WS-ITEM-ENTRY OCCURS 500 TIMES.
               03 WS-IT-CODE PIC X(8).
               03 WS-IT-LINES PIC 9(5) COMP-3.
               03 WS-IT-QTY PIC 9(7) COMP-3.
               03 WS-IT-SALES PIC S9(11)V99 COMP-3.

       01 WS-LINE-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-SALES-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-OVERFLOW-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-CUST-CLASS PIC X VALUE SPACE.
       01 WS-ITEM-RESULT PIC X.
       01 WS-ITEM-DESC PIC X(25).
       01 WS-ITEM-PRICE PIC 9(7)V99.
       01 WS-ITEM-TAXABLE PIC X.
       01 WS-ITEM-GL-ACCOUNT PIC X(4).

       01 PAGEHEADING.
           02 FILLER PIC X(30)
               VALUE "Sales by item for period ".
           02 PRNPERIOD PIC 9(6).
       01 HEADS PIC X(100) VALUE
           "Item      Description                GL     Lines   Quantity            Sales".
       01 ITEMLINE.
           02 PRNITEMCODE PIC X(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNITEMDESC PIC X(25).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNGLACCOUNT PIC X(4).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNLINES PIC ZZ,ZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNQTY PIC Z,ZZZ,ZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSALES PIC $$$,$$$,$$9.99-.
       01 FOOTINGLINE.
           02 FILLER PIC X(14) VALUE "Total sales:  ".
           02 PRNSALESTOTAL PIC $$$,$$$,$$$,$$9.99-.

       01 WS-IL-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-SR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Sales are taken from the lines of posted and settled
      *> invoices dated in the period; credit memos carry no lines
      *> and open, held or void invoices never reached the ledger.
      *> Lines entered without an item code are totalled together
      *> as free-hand sales so the report still ties to the period.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CD-DATE TO WS-TODAY-DATE
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:6) TO WS-RPT-PERIOD
           ELSE
               MOVE WS-CD-PERIOD TO WS-RPT-PERIOD
           END-IF
           OPEN INPUT INVOICELINES
           IF WS-IL-STATUS NOT = "00"
               DISPLAY "No invoice lines on record - status "
                   WS-IL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               MOVE "INVOICEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-IH-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT SALESRPT
           IF WS-SR-STATUS NOT = "00"
               MOVE "SALESRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-SR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-TALLY-LINE UNTIL WSEOF
           MOVE WS-RPT-PERIOD TO PRNPERIOD
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM HEADS AFTER ADVANCING 2 LINES
           PERFORM 2000-PRINT-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           MOVE WS-SALES-TOTAL TO PRNSALESTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           CLOSE INVOICELINES
           CLOSE INVOICEFILE
           CLOSE SALESRPT
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "Item table full - " WS-OVERFLOW-COUNT
                   " lines not itemised"
           END-IF
           DISPLAY "Sales by item complete - " WS-LINE-COUNT
               " lines, " WS-ITEM-COUNT " items for period "
               WS-RPT-PERIOD
           GOBACK.

       1000-TALLY-LINE.
           READ INVOICELINES
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF INL-NUMBER NOT = WS-LAST-NUMBER
                       PERFORM 1100-CHECK-INVOICE
                   END-IF
                   IF WS-INVOICE-COUNTS
                       PERFORM 1200-ADD-TO-ITEM
                   END-IF
           END-READ.

       1100-CHECK-INVOICE.
           MOVE INL-NUMBER TO WS-LAST-NUMBER
           MOVE 'N' TO WS-INVOICE-OK
           MOVE INL-NUMBER TO INV-NUMBER
           READ INVOICEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-DATE(1:6) TO WS-INV-PERIOD
                   IF (INV-POSTED OR INV-SETTLED)
                       AND INV-IS-INVOICE
                       AND WS-INV-PERIOD = WS-RPT-PERIOD
                       MOVE 'Y' TO WS-INVOICE-OK
                   END-IF
           END-READ.

      *> The item table is kept in item-code order as it is built so
      *> the report prints without a separate sort step.
       1200-ADD-TO-ITEM.
           IF INL-ITEM-CODE = LOW-VALUES
               MOVE SPACES TO INL-ITEM-CODE
           END-IF
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE 1 TO WS-ITEM-SLOT
           PERFORM 1210-FIND-ITEM-SLOT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-ON-TABLE
               OR WS-ITEM-IDX > WS-ITEM-COUNT
           IF NOT WS-ITEM-ON-TABLE
               IF WS-ITEM-COUNT < 500
                   PERFORM 1220-OPEN-ITEM-SLOT
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-IT-LINES(WS-ITEM-SLOT)
           ADD INL-QUANTITY TO WS-IT-QTY(WS-ITEM-SLOT)
           ADD INL-AMOUNT TO WS-IT-SALES(WS-ITEM-SLOT)
           ADD 1 TO WS-LINE-COUNT
           ADD INL-AMOUNT TO WS-SALES-TOTAL.

       1210-FIND-ITEM-SLOT.
           IF WS-IT-CODE(WS-ITEM-IDX) = INL-ITEM-CODE
               MOVE 'Y' TO WS-ITEM-FOUND
               MOVE WS-ITEM-IDX TO WS-ITEM-SLOT
           ELSE IF WS-IT-CODE(WS-ITEM-IDX) < INL-ITEM-CODE
               COMPUTE WS-ITEM-SLOT = WS-ITEM-IDX + 1
           END-IF.

       1220-OPEN-ITEM-SLOT.
           PERFORM 1230-SHIFT-ITEM-DOWN
               VARYING WS-ITEM-IDX FROM WS-ITEM-COUNT BY -1
               UNTIL WS-ITEM-IDX < WS-ITEM-SLOT
           ADD 1 TO WS-ITEM-COUNT
           MOVE INL-ITEM-CODE TO WS-IT-CODE(WS-ITEM-SLOT)
           MOVE ZERO TO WS-IT-LINES(WS-ITEM-SLOT)
           MOVE ZERO TO WS-IT-QTY(WS-ITEM-SLOT)
           MOVE ZERO TO WS-IT-SALES(WS-ITEM-SLOT).

       1230-SHIFT-ITEM-DOWN.
           MOVE WS-ITEM-ENTRY(WS-ITEM-IDX)
               TO WS-ITEM-ENTRY(WS-ITEM-IDX + 1).

       2000-PRINT-ONE-ITEM.
           MOVE SPACES TO ITEMLINE
           IF WS-IT-CODE(WS-ITEM-IDX) = SPACES
               MOVE "FREEHAND" TO PRNITEMCODE
               MOVE "(lines without an item)" TO PRNITEMDESC
           ELSE
               MOVE WS-IT-CODE(WS-ITEM-IDX) TO PRNITEMCODE
               MOVE SPACES TO WS-ITEM-DESC
               MOVE SPACES TO WS-ITEM-GL-ACCOUNT
               CALL 'ItemPrice' USING WS-IT-CODE(WS-ITEM-IDX),
                   WS-TODAY-DATE, WS-CUST-CLASS, WS-ITEM-RESULT,
                   WS-ITEM-DESC, WS-ITEM-PRICE, WS-ITEM-TAXABLE,
                   WS-ITEM-GL-ACCOUNT
               MOVE WS-ITEM-DESC TO PRNITEMDESC
               MOVE WS-ITEM-GL-ACCOUNT TO PRNGLACCOUNT
           END-IF
           MOVE WS-IT-LINES(WS-ITEM-IDX) TO PRNLINES
           MOVE WS-IT-QTY(WS-ITEM-IDX) TO PRNQTY
           MOVE WS-IT-SALES(WS-ITEM-IDX) TO PRNSALES
           WRITE PRINTLINE FROM ITEMLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
