            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromoExpiry.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT PROMORPT ASSIGN TO "files/PromoExpiry.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD PROMORPT.
       01 PRINTLINE PIC X(120).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-END-DATE PIC 9(8).
           02 SRT-NUMBER PIC 9(7).
           02 SRT-IDNUM PIC 9(7).
           02 SRT-CODE PIC X(6).
           02 SRT-DUE PIC S9(9)V99.
           02 SRT-DEFERRED PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-CUSTOMER-FILE-SWITCH PIC X VALUE 'N'.
           88 WS-CUSTOMER-FILE-OPEN VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM, window in days
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 60.
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-TODAY-INTEGER PIC 9(8) COMP-3.
       01 WS-WINDOW-END PIC 9(8).
       01 WS-DAYS-LEFT PIC S9(5) COMP-3.
       01 WS-INVOICE-DUE PIC S9(9)V99 COMP-3.
       01 WS-PROMO-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-DUE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-DEFERRED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-CUSTOMER-NAME PIC X(30).

       01 PAGEHEADING.
           02 FILLER PIC X(44) VALUE
               "Promotional Invoices Expiring - run date    ".
           02 PRNRUNDATE PIC 9(8).
           02 FILLER PIC X(10) VALUE "  window  ".
           02 PRNWINDOW PIC ZZ9.
           02 FILLER PIC X(5) VALUE " days".
       01 HEADS.
           02 FILLER PIC X(62) VALUE
               "Ends      Day Invoice IDNum   Customer".
           02 FILLER PIC X(58) VALUE
               "Promo      Balance due   Deferred int".
       01 PROMOLINE.
           02 PRNENDDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDAYSLEFT PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNINVNUMBER PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNNAME PIC X(30).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCODE PIC X(6).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDUE PIC $$,$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNDEFERRED PIC $$,$$$,$$9.99-.
       01 FOOTINGLINE.
           02 FILLER PIC X(20) VALUE "Promotions expiring ".
           02 PRNPROMOCOUNT PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  balance due ".
           02 PRNDUETOTAL PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER PIC X(24) VALUE "  interest at risk      ".
           02 PRNDEFERREDTOTAL PIC $$$,$$$,$$9.99-.

       01 WS-IH-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly list for sales and collections of deferred-interest
      *> promotions ending within the window (60 days unless a PARM
      *> gives another), soonest first, with the interest that will
      *> be billed if the invoice is not paid in full in time.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               IF FUNCTION NUMVAL(WS-PARM-STRING) > ZERO
                   MOVE FUNCTION NUMVAL(WS-PARM-STRING)
                       TO WS-WINDOW-DAYS
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TD-DATE)
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER + WS-WINDOW-DAYS)
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "No invoice file on record - status "
                   WS-IH-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS = "00"
               MOVE 'Y' TO WS-CUSTOMER-FILE-SWITCH
           END-IF
           OPEN OUTPUT PROMORPT
           IF WS-PR-STATUS NOT = "00"
               MOVE "PROMORPT" TO WS-ABEND-FILE-NAME
               MOVE WS-PR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TD-DATE TO PRNRUNDATE
           MOVE WS-WINDOW-DAYS TO PRNWINDOW
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM HEADS AFTER ADVANCING 2 LINES
           SORT SORTWORK ASCENDING KEY SRT-END-DATE SRT-NUMBER
               INPUT PROCEDURE 1000-SELECT-PROMOTIONS
               OUTPUT PROCEDURE 2000-PRINT-PROMOTIONS
           MOVE WS-PROMO-COUNT TO PRNPROMOCOUNT
           MOVE WS-DUE-TOTAL TO PRNDUETOTAL
           MOVE WS-DEFERRED-TOTAL TO PRNDEFERREDTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           CLOSE INVOICEFILE
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMERFILE
           END-IF
           CLOSE PROMORPT
           DISPLAY "Promotion expiry report complete - "
               WS-PROMO-COUNT " promotions ending by " WS-WINDOW-END
           GOBACK.

       1000-SELECT-PROMOTIONS.
           PERFORM 1010-CHECK-ONE-INVOICE UNTIL WSEOF.

       1010-CHECK-ONE-INVOICE.
           READ INVOICEFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF NOT INV-PROMO-DEFERRING OR INV-SETTLED
               OR INV-PROMO-END-DATE < WS-TD-DATE
               OR INV-PROMO-END-DATE > WS-WINDOW-END
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INVOICE-DUE = INV-TOTAL - INV-PAID-AMOUNT
           IF WS-INVOICE-DUE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE INV-PROMO-END-DATE TO SRT-END-DATE
           MOVE INV-NUMBER TO SRT-NUMBER
           MOVE INV-IDNUM TO SRT-IDNUM
           MOVE INV-PROMO-CODE TO SRT-CODE
           MOVE WS-INVOICE-DUE TO SRT-DUE
           MOVE INV-PROMO-DEFERRED TO SRT-DEFERRED
           RELEASE SORT-RECORD.

       2000-PRINT-PROMOTIONS.
           PERFORM 2010-PRINT-ONE-PROMOTION UNTIL WS-SORT-EOF.

       2010-PRINT-ONE-PROMOTION.
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF WS-SORT-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-GET-CUSTOMER-NAME
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(SRT-END-DATE)
               - WS-TODAY-INTEGER
           ADD 1 TO WS-PROMO-COUNT
           ADD SRT-DUE TO WS-DUE-TOTAL
           ADD SRT-DEFERRED TO WS-DEFERRED-TOTAL
           MOVE SRT-END-DATE TO PRNENDDATE
           MOVE WS-DAYS-LEFT TO PRNDAYSLEFT
           MOVE SRT-NUMBER TO PRNINVNUMBER
           MOVE SRT-IDNUM TO PRNIDNUM
           MOVE WS-CUSTOMER-NAME TO PRNNAME
           MOVE SRT-CODE TO PRNCODE
           MOVE SRT-DUE TO PRNDUE
           MOVE SRT-DEFERRED TO PRNDEFERRED
           WRITE PRINTLINE FROM PROMOLINE.

       2100-GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF NOT WS-CUSTOMER-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SRT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE "(not on file)" TO WS-CUSTOMER-NAME
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                       INTO WS-CUSTOMER-NAME
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
