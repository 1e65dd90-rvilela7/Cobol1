       01 WS-MAINT-IDNUM PIC 9(7).
       01 WS-MAINT-SEQ PIC 99.
       01 WS-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-ITEM-RESULT PIC X.
           88 WS-ITEM-PRICED VALUE 'Y'.
       01 WS-ITEM-PRICE PIC 9(7)V99.
       01 WS-ITEM-GL-ACCOUNT PIC X(4).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-MAINT-IDNUM " not found"
           ELSE IF CUST-INACTIVE OR CUST-CLOSED
               DISPLAY "Customer " WS-MAINT-IDNUM " is not active - "
                   "no charge set up"
           ELSE
               MOVE WS-MAINT-IDNUM TO RC-IDNUM
               DISPLAY "Item code (blank for a free-hand charge) "
                   WITH NO ADVANCING
               ACCEPT RC-ITEM-CODE
               MOVE FUNCTION UPPER-CASE(RC-ITEM-CODE) TO RC-ITEM-CODE
               IF RC-ITEM-CODE NOT = SPACES
                   PERFORM 2200-DEFAULT-FROM-ITEM
               ELSE
                   PERFORM 2300-GET-FREE-HAND-CHARGE
               END-IF
               DISPLAY "Frequency - M)onthly, Q)uarterly, A)nnual "
                   WITH NO ADVANCING
               ACCEPT RC-FREQUENCY
                       " recorded for customer " WS-MAINT-IDNUM
           END-WRITE.

      *> An item charge takes its description, price and tax flag
      *> from the item master; RecurringBill reprices it from the
      *> master each cycle, so the amount stored here is only the
      *> fallback should the item stop being priceable.
       2200-DEFAULT-FROM-ITEM.
           CALL 'ItemPrice' USING RC-ITEM-CODE, WS-TD-DATE, CUST-CLASS,
               WS-ITEM-RESULT, RC-DESCRIPTION, WS-ITEM-PRICE,
               RC-TAXABLE, WS-ITEM-GL-ACCOUNT
           IF WS-ITEM-PRICED
               MOVE WS-ITEM-PRICE TO RC-AMOUNT
               DISPLAY RC-DESCRIPTION " at " RC-AMOUNT " taxable "
                   RC-TAXABLE
           ELSE
               DISPLAY "Item " RC-ITEM-CODE " not on file or "
                   "discontinued - enter the charge free-hand"
               MOVE SPACES TO RC-ITEM-CODE
               PERFORM 2300-GET-FREE-HAND-CHARGE
           END-IF.

       2300-GET-FREE-HAND-CHARGE.
           DISPLAY "Description " WITH NO ADVANCING
           ACCEPT RC-DESCRIPTION
           DISPLAY "Amount " WITH NO ADVANCING
           ACCEPT RC-AMOUNT
           DISPLAY "Taxable (Y/N) " WITH NO ADVANCING
           ACCEPT RC-TAXABLE
           MOVE FUNCTION UPPER-CASE(RC-TAXABLE) TO RC-TAXABLE
           IF NOT RC-IS-TAXABLE
               MOVE 'N' TO RC-TAXABLE
           END-IF.

       3000-LIST-CHARGES.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
                   DISPLAY RC-SEQ " " RC-DESCRIPTION " "
                       RC-AMOUNT " " RC-FREQUENCY
                       " next " RC-NEXT-BILL " status " RC-STATUS
                       " taxable " RC-TAXABLE " item " RC-ITEM-CODE
               END-IF
           END-IF.

