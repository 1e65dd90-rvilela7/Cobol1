               ACCESS IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT EXEMPTFILE ASSIGN TO "files/TaxExemptCerts.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TXC-KEY
               FILE STATUS IS WS-TC-STATUS.
           SELECT TAXRPT ASSIGN TO "files/TaxLiability.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD EXEMPTFILE.
       COPY "TaxExemptCert.cpy".

       FD TAXRPT.
       01 PRINTLINE PIC X(100).

       01 WS-RPT-PERIOD PIC 9(6).
       01 WS-INV-PERIOD PIC 9(6).
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE.
               03 WS-CD-PERIOD PIC 9(6).
               03 FILLER PIC 99.
           02 FILLER PIC X(13).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-EXPIRY-HORIZON PIC 9(8).
       01 WS-CERT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-CERT-EOF VALUE 'Y'.
       01 WS-EXPIRING-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-STATE-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-STATE-IDX PIC 9(3) COMP-3.
               03 WS-ST-STATE PIC XX.
               03 WS-ST-TAX PIC S9(11)V99 COMP-3.
               03 WS-ST-INVOICES PIC 9(5) COMP-3.
               03 WS-ST-EXEMPT PIC S9(11)V99 COMP-3.
               03 WS-ST-EXEMPT-INVOICES PIC 9(5) COMP-3.

       01 WS-INVOICE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TAX-GRAND-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-EXEMPT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-EXEMPT-GRAND-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(33)
               VALUE "Sales Tax Liability for period ".
           02 PRNPERIOD PIC 9(6).
       01 HEADS PIC X(80) VALUE
           "State  Invoices   Tax collected   Exempt inv     Exempt sales".
       01 TAXLINE.
           02 PRNSTATE PIC XX.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNINVCOUNT PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNSTATETAX PIC $$$,$$$,$$9.99-.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNEXEMPTCOUNT PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNSTATEEXEMPT PIC $$$,$$$,$$9.99-.
       01 FOOTINGLINE.
           02 FILLER PIC X(12) VALUE "Total tax:  ".
           02 PRNTAXTOTAL PIC $$$,$$$,$$$,$$9.99-.
       01 EXEMPTFOOTINGLINE.
           02 FILLER PIC X(20) VALUE "Total exempt sales: ".
           02 PRNEXEMPTTOTAL PIC $$$,$$$,$$$,$$9.99-.
       01 EXPIRYHEADING.
           02 FILLER PIC X(40)
               VALUE "Exemption certificates expiring by ".
           02 PRNHORIZON PIC 9(8).
       01 EXPIRYHEADS PIC X(80) VALUE
           "IDNum    Certificate      States          Expires".
       01 EXPIRYLINE.
           02 PRNCERTID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCERTNUM PIC X(15).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCERTSTATE1 PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCERTSTATE2 PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCERTSTATE3 PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCERTSTATE4 PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCERTSTATE5 PIC XX.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCERTEXPIRY PIC 9(8).
       01 EXPIRYFOOTINGLINE.
           02 FILLER PIC X(24) VALUE "Certificates expiring: ".
           02 PRNEXPIRINGCOUNT PIC ZZZZ9.

       01 WS-IH-STATUS PIC XX.
       01 WS-TR-STATUS PIC XX.
       01 WS-TC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

           ELSE
               MOVE WS-CD-PERIOD TO WS-RPT-PERIOD
           END-IF
           MOVE WS-CD-DATE TO WS-TODAY-DATE
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 30)
               TO WS-EXPIRY-HORIZON
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "No invoice file on record - status "
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
           MOVE WS-TAX-GRAND-TOTAL TO PRNTAXTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           MOVE WS-EXEMPT-GRAND-TOTAL TO PRNEXEMPTTOTAL
           WRITE PRINTLINE FROM EXEMPTFOOTINGLINE
           PERFORM 3000-LIST-EXPIRING-CERTIFICATES
           CLOSE INVOICEFILE
           CLOSE TAXRPT
           DISPLAY "Tax liability report complete - "
               WS-INVOICE-COUNT " taxed invoices for period "
               WS-RPT-PERIOD
           DISPLAY "  " WS-EXEMPT-COUNT " exempt invoices, "
               WS-EXPIRING-COUNT " certificates expiring by "
               WS-EXPIRY-HORIZON
           GOBACK.

       1000-TALLY-INVOICE.
                   MOVE INV-DATE(1:6) TO WS-INV-PERIOD
                   IF (INV-POSTED OR INV-SETTLED)
                       AND WS-INV-PERIOD = WS-RPT-PERIOD
                       AND (INV-TAX-AMOUNT NOT = ZERO
                           OR INV-EXEMPT-AMOUNT NOT = ZERO)
                       PERFORM 1100-ADD-TO-STATE
                   END-IF
           END-READ.
                       TO WS-ST-STATE(WS-STATE-IDX)
                   MOVE ZERO TO WS-ST-TAX(WS-STATE-IDX)
                   MOVE ZERO TO WS-ST-INVOICES(WS-STATE-IDX)
                   MOVE ZERO TO WS-ST-EXEMPT(WS-STATE-IDX)
                   MOVE ZERO TO WS-ST-EXEMPT-INVOICES(WS-STATE-IDX)
                   MOVE 'Y' TO WS-STATE-FOUND
               END-IF
           END-IF
           IF WS-STATE-ON-TABLE AND INV-TAX-AMOUNT NOT = ZERO
               ADD INV-TAX-AMOUNT TO WS-ST-TAX(WS-STATE-IDX)
               ADD 1 TO WS-ST-INVOICES(WS-STATE-IDX)
               ADD INV-TAX-AMOUNT TO WS-TAX-GRAND-TOTAL
               ADD 1 TO WS-INVOICE-COUNT
           END-IF
           IF WS-STATE-ON-TABLE AND INV-EXEMPT-AMOUNT NOT = ZERO
               ADD INV-EXEMPT-AMOUNT TO WS-ST-EXEMPT(WS-STATE-IDX)
               ADD 1 TO WS-ST-EXEMPT-INVOICES(WS-STATE-IDX)
               ADD INV-EXEMPT-AMOUNT TO WS-EXEMPT-GRAND-TOTAL
               ADD 1 TO WS-EXEMPT-COUNT
           END-IF.

       1110-MATCH-STATE-ENTRY.
           MOVE WS-ST-STATE(WS-STATE-IDX) TO PRNSTATE
           MOVE WS-ST-INVOICES(WS-STATE-IDX) TO PRNINVCOUNT
           MOVE WS-ST-TAX(WS-STATE-IDX) TO PRNSTATETAX
           MOVE WS-ST-EXEMPT-INVOICES(WS-STATE-IDX) TO PRNEXEMPTCOUNT
           MOVE WS-ST-EXEMPT(WS-STATE-IDX) TO PRNSTATEEXEMPT
           WRITE PRINTLINE FROM TAXLINE.

      *> Certificates still active that lapse within the next 30 days
      *> are listed so renewals can be requested before the customer
      *> starts being taxed again.
       3000-LIST-EXPIRING-CERTIFICATES.
           MOVE WS-EXPIRY-HORIZON TO PRNHORIZON
           WRITE PRINTLINE FROM EXPIRYHEADING AFTER ADVANCING 3 LINES
           WRITE PRINTLINE FROM EXPIRYHEADS AFTER ADVANCING 2 LINES
           OPEN INPUT EXEMPTFILE
           IF WS-TC-STATUS = "00"
               PERFORM 3010-CHECK-ONE-CERTIFICATE UNTIL WS-CERT-EOF
               CLOSE EXEMPTFILE
           END-IF
           MOVE WS-EXPIRING-COUNT TO PRNEXPIRINGCOUNT
           WRITE PRINTLINE FROM EXPIRYFOOTINGLINE
               AFTER ADVANCING 2 LINES.

       3010-CHECK-ONE-CERTIFICATE.
           READ EXEMPTFILE
               AT END SET WS-CERT-EOF TO TRUE
               NOT AT END
                   IF TXC-ACTIVE
                       AND TXC-EXPIRY-DATE >= WS-TODAY-DATE
                       AND TXC-EXPIRY-DATE <= WS-EXPIRY-HORIZON
                       ADD 1 TO WS-EXPIRING-COUNT
                       MOVE TXC-IDNUM TO PRNCERTID
                       MOVE TXC-CERT-NUMBER TO PRNCERTNUM
                       MOVE TXC-STATE(1) TO PRNCERTSTATE1
                       MOVE TXC-STATE(2) TO PRNCERTSTATE2
                       MOVE TXC-STATE(3) TO PRNCERTSTATE3
                       MOVE TXC-STATE(4) TO PRNCERTSTATE4
                       MOVE TXC-STATE(5) TO PRNCERTSTATE5
                       MOVE TXC-EXPIRY-DATE TO PRNCERTEXPIRY
                       WRITE PRINTLINE FROM EXPIRYLINE
                   END-IF
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
