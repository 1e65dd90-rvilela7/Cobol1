               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT MONTHENDFILE ASSIGN TO "files/MonthEndBalances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT REPRINTLOG ASSIGN TO "files/StatementReprints.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT MINDUEFILE ASSIGN TO "files/MinimumDue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MND-KEY
               FILE STATUS IS WS-MD-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT ARCHIVEHDRFILE
               ASSIGN TO "files/InvoiceHeaderArchive.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AIH-KEY
               FILE STATUS IS WS-AH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 RPL-PERIOD PIC 9(6).
           02 RPL-DATE PIC 9(8).

       FD MINDUEFILE.
       COPY "MinimumDue.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD ARCHIVEHDRFILE.
       COPY "InvoiceHeaderArchive.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-MOVEMENT-TOTAL PIC S9(7)V99.
       01 WS-INTEREST-TOTAL PIC S9(7)V99.
       01 WS-MOVEMENT-COUNT PIC 9(3) COMP-3.
       01 WS-INVOICE-COUNT PIC 9(3) COMP-3.
       01 WS-INV-EOF-SWITCH PIC X.
           88 WS-INV-EOF VALUE 'Y'.
       01 WS-REPRINT-NUMBER PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-LANG-ACTION PIC X.
       01 WS-LANG-PROGRAM PIC X(10) VALUE "STMTREPRNT".
       01 WS-LANG-DOC PIC X(4) VALUE "STMT".
       01 WS-LANGUAGE PIC XX.
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
           02 PRNMOVEPROGRAM PIC X(10).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNMOVEAMOUNT PIC $$,$$$,$$9.99-.
       01 STMTPAYBYLINE.
           02 FILLER PIC X(20) VALUE "Payment due by .... ".
           02 PRNPAYBYDATE PIC 9(8).
       01 STMTINVOICELINE.
           02 FILLER PIC X(10) VALUE "  Invoice ".
           02 PRNINVNUMBER PIC 9(7).
           02 FILLER PIC X(8) VALUE "  dated ".
           02 PRNINVDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNINVTOTAL PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNINVSTATUS PIC X(8).
           02 PRNINVARCHIVED PIC X(10).
       01 REPRINTCOUNTLINE.
           02 FILLER PIC X(17) VALUE "Reprint number ..".
           02 PRNREPRINTNO PIC ZZ9.
       01 WS-ME-STATUS PIC XX.
       01 WS-RP-STATUS PIC XX.
       01 WS-RL-STATUS PIC XX.
       01 WS-MD-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-AH-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               PERFORM 9900-ABEND
           END-IF
           PERFORM 3000-PRINT-STATEMENT
           PERFORM 3900-CHECK-LANGUAGE
           CLOSE REPRINTFILE
           CLOSE CUSTOMERFILE
           IF WS-HISTORY-FILE-OPEN
           MOVE WS-OPENING-BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           PERFORM 3300-PRINT-MONTH-DETAIL
           PERFORM 3500-PRINT-PERIOD-INVOICES
           MOVE "Interest charged .. " TO PRNMONEYLABEL
           MOVE WS-INTEREST-TOTAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           MOVE "Closing balance ... " TO PRNMONEYLABEL
           MOVE WS-CLOSING-BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           PERFORM 3400-PRINT-MINIMUM-DUE
           MOVE WS-REPRINT-NUMBER TO PRNREPRINTNO
           WRITE PRINTLINE FROM REPRINTCOUNTLINE
               AFTER ADVANCING 2 LINES.
               END-IF
           END-IF.

      *> The minimum due and due date are the ones the original
      *> statement carried, as saved for the cycle.
       3400-PRINT-MINIMUM-DUE.
           OPEN INPUT MINDUEFILE
           IF WS-MD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STMT-IDNUM TO MND-IDNUM
           MOVE WS-STMT-PERIOD TO MND-PERIOD
           READ MINDUEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Minimum payment ... " TO PRNMONEYLABEL
                   MOVE MND-MINIMUM TO PRNMONEYVALUE
                   WRITE PRINTLINE FROM STMTMONEYLINE
                       AFTER ADVANCING 2 LINES
                   MOVE MND-DUE-DATE TO PRNPAYBYDATE
                   WRITE PRINTLINE FROM STMTPAYBYLINE
                       AFTER ADVANCING 1 LINE
                   IF MND-LATE-FEE > ZERO
                       MOVE "Late fee if unpaid  " TO PRNMONEYLABEL
                       MOVE MND-LATE-FEE TO PRNMONEYVALUE
                       WRITE PRINTLINE FROM STMTMONEYLINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ
           CLOSE MINDUEFILE.

      *> The invoices dated in the period are listed from the live
      *> invoice file and, once settled or voided invoices have been
      *> archived, from the invoice archive as well.
       3500-PRINT-PERIOD-INVOICES.
           MOVE ZERO TO WS-INVOICE-COUNT
           MOVE "  Invoices dated this period" TO PRINTLINE
           WRITE PRINTLINE AFTER ADVANCING 2 LINES
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS = "00"
               MOVE SPACES TO PRNINVARCHIVED
               MOVE 'N' TO WS-INV-EOF-SWITCH
               PERFORM 3510-PRINT-ONE-LIVE-INVOICE UNTIL WS-INV-EOF
               CLOSE INVOICEFILE
           END-IF
           OPEN INPUT ARCHIVEHDRFILE
           IF WS-AH-STATUS = "00"
               MOVE "(archived)" TO PRNINVARCHIVED
               MOVE 'N' TO WS-INV-EOF-SWITCH
               PERFORM 3520-PRINT-ONE-ARCHIVED-INVOICE
                   UNTIL WS-INV-EOF
               CLOSE ARCHIVEHDRFILE
           END-IF
           IF WS-INVOICE-COUNT = ZERO
               MOVE "  (no invoices this period)" TO PRINTLINE
               WRITE PRINTLINE AFTER ADVANCING 1 LINE
           END-IF.

       3510-PRINT-ONE-LIVE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WS-INV-EOF TO TRUE
           END-READ
           IF NOT WS-INV-EOF
               PERFORM 3530-PRINT-IF-IN-PERIOD
           END-IF.

       3520-PRINT-ONE-ARCHIVED-INVOICE.
           READ ARCHIVEHDRFILE NEXT RECORD
               AT END SET WS-INV-EOF TO TRUE
           END-READ
           IF NOT WS-INV-EOF AND AIH-IDNUM = WS-STMT-IDNUM
               MOVE AIH-IMAGE TO INVOICEHEADER
               PERFORM 3530-PRINT-IF-IN-PERIOD
           END-IF.

       3530-PRINT-IF-IN-PERIOD.
           IF INV-IDNUM NOT = WS-STMT-IDNUM
               OR INV-DATE(1:6) NOT = WS-STMT-PERIOD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INVOICE-COUNT
           MOVE INV-NUMBER TO PRNINVNUMBER
           MOVE INV-DATE TO PRNINVDATE
           MOVE INV-TOTAL TO PRNINVTOTAL
           EVALUATE TRUE
               WHEN INV-IS-CREDIT-MEMO
                   MOVE "CR MEMO" TO PRNINVSTATUS
               WHEN INV-SETTLED
                   MOVE "SETTLED" TO PRNINVSTATUS
               WHEN INV-VOID
                   MOVE "VOID" TO PRNINVSTATUS
               WHEN OTHER
                   MOVE "OPEN" TO PRNINVSTATUS
           END-EVALUATE
           WRITE PRINTLINE FROM STMTINVOICELINE
               AFTER ADVANCING 1 LINE.

      *> A reprint is an office copy and is always in English; one
      *> made for a customer who reads another language is recorded
      *> for the language fallback report.
       3900-CHECK-LANGUAGE.
           MOVE 'L' TO WS-LANG-ACTION
           CALL 'LanguageCheck' USING WS-LANG-ACTION, WS-STMT-IDNUM,
               WS-LANG-PROGRAM, WS-LANG-DOC, WS-LANGUAGE
           IF WS-LANGUAGE NOT = "EN"
               MOVE 'F' TO WS-LANG-ACTION
               CALL 'LanguageCheck' USING WS-LANG-ACTION,
                   WS-STMT-IDNUM, WS-LANG-PROGRAM, WS-LANG-DOC,
                   WS-LANGUAGE
           END-IF.

      *> Every reprint is logged so excessive copies can be billed.
       4000-LOG-THIS-REPRINT.
           OPEN EXTEND REPRINTLOG
