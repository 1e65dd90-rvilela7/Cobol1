            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EdiRemitIn.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIINFILE ASSIGN TO "files/Edi820In.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EI-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT PAYMENTFILE ASSIGN TO "files/Payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT TRANSLATERPT ASSIGN TO "files/Edi820Translate.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT EDIACKFILE ASSIGN TO "files/Edi997Out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.
           SELECT EDICONTROLFILE ASSIGN TO "files/EdiControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EDIINFILE.
       01 EDIINLINE PIC X(512).

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD PAYMENTFILE.
       01 PAYMENTRECORD.
           02 PAY-IDNUM PIC 9(7).
           02 PAY-AMOUNT PIC S9(7)V99.
           02 PAY-DATE PIC 9(8).
           02 PAY-REFERENCE PIC X(12).
           02 PAY-CURRENCY PIC X(3).
           02 PAY-FOREIGN-AMOUNT PIC S9(7)V99.

       FD TRANSLATERPT.
       01 PRINTLINE PIC X(100).

       FD EDIACKFILE.
       01 EDISEGMENTLINE PIC X(256).

       FD EDICONTROLFILE.
       COPY "EdiControl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-PARTNER-SWITCH PIC X VALUE 'N'.
           88 WS-PARTNER-KNOWN VALUE 'Y'.
       01 WS-GROUP-SWITCH PIC X VALUE 'N'.
           88 WS-REMIT-GROUP VALUE 'Y'.
       01 WS-IN-SET-SWITCH PIC X VALUE 'N'.
           88 WS-IN-SET VALUE 'Y'.
       01 WS-SET-ERROR PIC X(30).
           88 WS-SET-CLEAN VALUE SPACES.

      *> Our own interchange identity, as agreed with the partners.
       01 WS-EDI-OUR-QUAL PIC XX VALUE "ZZ".
       01 WS-EDI-OUR-ID PIC X(15) VALUE "LEARNINGRCV".
       01 WS-EDI-USAGE PIC X VALUE "P".

       01 WS-PARTNER-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-PARTNER-IDX PIC 9(3) COMP-3.
       01 WS-PARTNER-TABLE.
           02 WS-PARTNER-ENTRY OCCURS 200 TIMES.
               03 WS-PT-IDNUM PIC 9(7).
               03 WS-PT-ID PIC X(15).

       01 WS-IN-LENGTH PIC 9(3) COMP-3.
       01 WS-IN-PTR PIC 9(3) COMP-3.
       01 WS-SEGMENT PIC X(256).
       01 WS-ELEMENTS.
           02 WS-EL PIC X(40) OCCURS 21 TIMES.
       01 WS-SEG-ID PIC X(3).

       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(4).
       01 WS-NEXT-CONTROL PIC 9(9) VALUE 1.
       01 WS-CONTROL PIC 9(9).

       01 WS-ISA-QUAL PIC XX.
       01 WS-ISA-SENDER PIC X(15).
       01 WS-PARTNER-IDNUM PIC 9(7).
       01 WS-GROUP-CTRL PIC X(9).
       01 WS-GROUP-FUNCTION PIC XX.
       01 WS-SET-CTRL PIC X(9).
       01 WS-SET-SEGMENTS PIC 9(5) COMP-3.
       01 WS-SE-COUNT PIC 9(5).
       01 WS-BPR-AMOUNT PIC S9(9)V99.
       01 WS-BPR-DATE PIC X(8).
       01 WS-TRACE PIC X(30).
       01 WS-TRACE-LENGTH PIC 99.
       01 WS-TRACE-TAIL PIC X(5).
       01 WS-TRACE-LONG-TAIL PIC X(9).
       01 WS-RMR-AMOUNT PIC S9(9)V99.
       01 WS-RMR-TOTAL PIC S9(9)V99.
       01 WS-REMAINDER PIC S9(9)V99.
       01 WS-REF-TEXT PIC X(30).
       01 WS-REF-LENGTH PIC 99.
       01 WS-REF-NUMBER PIC 9(7).
       01 WS-REF-NUMBER-X REDEFINES WS-REF-NUMBER PIC X(7).
       01 WS-PAY-REFERENCE PIC X(12).

      *> Payments of one transaction set are held here and only
      *> written once the set's SE count and amounts have proved.
       01 WS-PEND-COUNT PIC 9(3) COMP-3.
       01 WS-PEND-IDX PIC 9(3) COMP-3.
       01 WS-PEND-FOUND PIC 9(3) COMP-3.
       01 WS-PEND-TABLE.
           02 WS-PEND-ENTRY OCCURS 500 TIMES.
               03 WS-PD-REFERENCE PIC X(12).
               03 WS-PD-AMOUNT PIC S9(7)V99.
               03 WS-PD-NOTE PIC X(30).

      *> Result of every set in the current functional group, for
      *> the 997 that acknowledges the group.
       01 WS-ACK-COUNT PIC 9(3) COMP-3.
       01 WS-ACK-IDX PIC 9(3) COMP-3.
       01 WS-ACK-ACCEPTED PIC 9(3) COMP-3.
       01 WS-ACK-TABLE.
           02 WS-ACK-ENTRY OCCURS 200 TIMES.
               03 WS-AK-SET-CTRL PIC X(9).
               03 WS-AK-RESULT PIC X.
               03 WS-AK-CODE PIC X.
       01 WS-AK9-CODE PIC X.
       01 WS-ACK-SEGMENTS PIC 9(5) COMP-3.

       01 WS-SET-READ-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SET-REJECT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-WRITTEN-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 WS-NUM-EDIT PIC Z(10)9.
       01 WS-COUNT-EDIT PIC Z(4)9.
       01 WS-ACCEPT-EDIT PIC Z(4)9.

       01 ISASEGMENT.
           02 FILLER PIC X(4) VALUE "ISA*".
           02 FILLER PIC X(3) VALUE "00*".
           02 FILLER PIC X(11) VALUE "          *".
           02 FILLER PIC X(3) VALUE "00*".
           02 FILLER PIC X(11) VALUE "          *".
           02 ISA-SENDER-QUAL PIC XX.
           02 FILLER PIC X VALUE "*".
           02 ISA-SENDER-ID PIC X(15).
           02 FILLER PIC X VALUE "*".
           02 ISA-RECEIVER-QUAL PIC XX.
           02 FILLER PIC X VALUE "*".
           02 ISA-RECEIVER-ID PIC X(15).
           02 FILLER PIC X VALUE "*".
           02 ISA-DATE PIC 9(6).
           02 FILLER PIC X VALUE "*".
           02 ISA-TIME PIC 9(4).
           02 FILLER PIC X(9) VALUE "*U*00401*".
           02 ISA-CONTROL PIC 9(9).
           02 FILLER PIC X(3) VALUE "*0*".
           02 ISA-USAGE PIC X.
           02 FILLER PIC X(3) VALUE "*>~".

       01 HEADS.
           02 FILLER PIC X(36) VALUE
               "Partner          Set        Trace   ".
           02 FILLER PIC X(42) VALUE
               "      Reference            Amount   Result".
       01 DETAILLINE.
           02 PRNPARTNER PIC X(15).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSET PIC X(9).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTRACE PIC X(12).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREFERENCE PIC X(12).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNAMOUNT PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRESULT PIC X(30).
       01 FOOTINGLINE.
           02 FILLER PIC X(16) VALUE "Sets received:  ".
           02 PRNSETS PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  rejected:   ".
           02 PRNREJECTED PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE "  payments written: ".
           02 PRNWRITTEN PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE " - ".
           02 PRNWRITTENTOTAL PIC $$$,$$$,$$$,$$9.99-.

       01 WS-EI-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-PY-STATUS PIC XX.
       01 WS-TR-STATUS PIC XX.
       01 WS-EA-STATUS PIC XX.
       01 WS-EC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Translates trading partners' X12 820 remittance advices into
      *> Payments.dat receipts for PaymentPost. Each RMR that names
      *> one of our invoices becomes its own receipt whose reference
      *> starts with the invoice number, so the relieve-by-reference
      *> step settles exactly that invoice; the rest of the
      *> payment goes in as one unreferenced receipt and is applied
      *> oldest first. The customer is the partner the interchange
      *> came from. A transaction set is all or nothing: it is only
      *> written once its SE segment count proves and its lines do
      *> not add up to more than the payment. Every functional group
      *> is answered with a 997 in files/Edi997Out.dat.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME
           OPEN INPUT EDIINFILE
           IF WS-EI-STATUS NOT = "00"
               DISPLAY "No remittance file at files/Edi820In.dat"
                   " - status " WS-EI-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 0100-LOAD-PARTNERS
           CLOSE CUSTOMERFILE
           OPEN INPUT INVOICEFILE
           OPEN EXTEND PAYMENTFILE
           IF WS-PY-STATUS = "35"
               OPEN OUTPUT PAYMENTFILE
           END-IF
           IF WS-PY-STATUS NOT = "00"
               MOVE "PAYMENTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PY-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT TRANSLATERPT
           IF WS-TR-STATUS NOT = "00"
               MOVE "TRANSLATERPT" TO WS-ABEND-FILE-NAME
               MOVE WS-TR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT EDIACKFILE
           IF WS-EA-STATUS NOT = "00"
               MOVE "EDIACKFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-EA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           WRITE PRINTLINE FROM HEADS
           PERFORM 0200-GET-NEXT-CONTROL
           PERFORM 1000-READ-ONE-LINE UNTIL WSEOF
           IF WS-IN-SET AND WS-REMIT-GROUP
               MOVE "NO SE - SET INCOMPLETE" TO WS-SET-ERROR
               PERFORM 2600-REJECT-SET
           END-IF
           PERFORM 0300-SAVE-NEXT-CONTROL
           MOVE WS-SET-READ-COUNT TO PRNSETS
           MOVE WS-SET-REJECT-COUNT TO PRNREJECTED
           MOVE WS-WRITTEN-COUNT TO PRNWRITTEN
           MOVE WS-WRITTEN-TOTAL TO PRNWRITTENTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE
           CLOSE EDIINFILE
           IF WS-IH-STATUS = "00"
               CLOSE INVOICEFILE
           END-IF
           CLOSE PAYMENTFILE
           CLOSE TRANSLATERPT
           CLOSE EDIACKFILE
           DISPLAY "EDI remittance translation complete - "
               WS-SET-READ-COUNT " sets, " WS-SET-REJECT-COUNT
               " rejected, " WS-WRITTEN-COUNT " receipts written"
           IF WS-SET-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-PARTNERS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 0110-LOAD-ONE-PARTNER UNTIL WSEOF
           MOVE 'N' TO WS-EOF-SWITCH.

       0110-LOAD-ONE-PARTNER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF REC-IS-EDI-PARTNER AND CT-PARTNER-ACTIVE
                       AND WS-PARTNER-COUNT < 200
                       ADD 1 TO WS-PARTNER-COUNT
                       MOVE WS-PARTNER-COUNT TO WS-PARTNER-IDX
                       MOVE CT-IDNUM TO WS-PT-IDNUM(WS-PARTNER-IDX)
                       MOVE CT-PARTNER-ID TO WS-PT-ID(WS-PARTNER-IDX)
                   END-IF
           END-READ.

       0200-GET-NEXT-CONTROL.
           OPEN INPUT EDICONTROLFILE
           IF WS-EC-STATUS = "00"
               READ EDICONTROLFILE
                   NOT AT END
                       MOVE EDC-NEXT-CONTROL TO WS-NEXT-CONTROL
               END-READ
               CLOSE EDICONTROLFILE
           END-IF.

       0300-SAVE-NEXT-CONTROL.
           OPEN OUTPUT EDICONTROLFILE
           MOVE WS-NEXT-CONTROL TO EDC-NEXT-CONTROL
           WRITE EDICONTROLRECORD
           CLOSE EDICONTROLFILE.

      *> Partners send segments one to a line or run together on one
      *> long line; either way each '~' ends a segment.
       1000-READ-ONE-LINE.
           READ EDIINFILE
               AT END
                   SET WSEOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF EDIINLINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(EDIINLINE TRAILING))
               TO WS-IN-LENGTH
           MOVE 1 TO WS-IN-PTR
           PERFORM 1010-SPLIT-ONE-SEGMENT
               UNTIL WS-IN-PTR > WS-IN-LENGTH.

       1010-SPLIT-ONE-SEGMENT.
           MOVE SPACES TO WS-SEGMENT
           UNSTRING EDIINLINE(1:WS-IN-LENGTH) DELIMITED BY "~"
               INTO WS-SEGMENT
               WITH POINTER WS-IN-PTR
           END-UNSTRING
           IF FUNCTION TRIM(WS-SEGMENT) NOT = SPACES
               PERFORM 1100-PROCESS-SEGMENT
           END-IF.

       1100-PROCESS-SEGMENT.
           MOVE FUNCTION TRIM(WS-SEGMENT) TO WS-SEGMENT
           MOVE SPACES TO WS-ELEMENTS
           UNSTRING WS-SEGMENT DELIMITED BY "*"
               INTO WS-EL(1) WS-EL(2) WS-EL(3) WS-EL(4) WS-EL(5)
                   WS-EL(6) WS-EL(7) WS-EL(8) WS-EL(9) WS-EL(10)
                   WS-EL(11) WS-EL(12) WS-EL(13) WS-EL(14) WS-EL(15)
                   WS-EL(16) WS-EL(17) WS-EL(18) WS-EL(19) WS-EL(20)
                   WS-EL(21)
           END-UNSTRING
           MOVE WS-EL(1) TO WS-SEG-ID
           IF WS-IN-SET
               ADD 1 TO WS-SET-SEGMENTS
           END-IF
           IF WS-SEG-ID = "ISA"
               PERFORM 1200-START-INTERCHANGE
           ELSE IF WS-SEG-ID = "GS"
               PERFORM 1300-START-GROUP
           ELSE IF WS-SEG-ID = "ST"
               PERFORM 1400-START-SET
           ELSE IF WS-SEG-ID = "SE"
               PERFORM 2000-END-SET
           ELSE IF WS-SEG-ID = "GE"
               PERFORM 3000-END-GROUP
           ELSE IF NOT WS-IN-SET OR NOT WS-REMIT-GROUP
               CONTINUE
           ELSE IF WS-SEG-ID = "BPR"
               PERFORM 1500-TAKE-PAYMENT
           ELSE IF WS-SEG-ID = "TRN"
               MOVE WS-EL(3) TO WS-TRACE
           ELSE IF WS-SEG-ID = "DTM"
               IF (WS-EL(2) = "405" OR WS-EL(2) = "009")
                   AND WS-BPR-DATE = SPACES
                   MOVE WS-EL(3) TO WS-BPR-DATE
               END-IF
           ELSE IF WS-SEG-ID = "RMR"
               PERFORM 1600-TAKE-REMITTANCE-LINE
           END-IF.

       1200-START-INTERCHANGE.
           MOVE WS-EL(6) TO WS-ISA-QUAL
           MOVE WS-EL(7) TO WS-ISA-SENDER
           MOVE 'N' TO WS-PARTNER-SWITCH
           MOVE ZERO TO WS-PARTNER-IDNUM
           PERFORM 1210-MATCH-ONE-PARTNER
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
           IF NOT WS-PARTNER-KNOWN
               DISPLAY "Interchange from " WS-ISA-SENDER
                   " - not an active trading partner"
           END-IF.

       1210-MATCH-ONE-PARTNER.
           IF WS-PT-ID(WS-PARTNER-IDX) = WS-ISA-SENDER
               MOVE 'Y' TO WS-PARTNER-SWITCH
               MOVE WS-PT-IDNUM(WS-PARTNER-IDX) TO WS-PARTNER-IDNUM
           END-IF.

       1300-START-GROUP.
           MOVE WS-EL(2) TO WS-GROUP-FUNCTION
           MOVE WS-EL(7) TO WS-GROUP-CTRL
           MOVE ZERO TO WS-ACK-COUNT
           MOVE ZERO TO WS-ACK-ACCEPTED
           IF WS-GROUP-FUNCTION = "RA"
               MOVE 'Y' TO WS-GROUP-SWITCH
           ELSE
               MOVE 'N' TO WS-GROUP-SWITCH
               DISPLAY "Group " FUNCTION TRIM(WS-GROUP-CTRL)
                   " from " WS-ISA-SENDER " is " WS-GROUP-FUNCTION
                   " not RA - skipped"
           END-IF.

       1400-START-SET.
           IF WS-IN-SET AND WS-REMIT-GROUP
               MOVE "NO SE BEFORE NEXT ST" TO WS-SET-ERROR
               PERFORM 2600-REJECT-SET
           END-IF
           MOVE 'Y' TO WS-IN-SET-SWITCH
           MOVE WS-EL(3) TO WS-SET-CTRL
           MOVE 1 TO WS-SET-SEGMENTS
           MOVE SPACES TO WS-SET-ERROR
           MOVE ZERO TO WS-BPR-AMOUNT
           MOVE SPACES TO WS-BPR-DATE
           MOVE SPACES TO WS-TRACE
           MOVE ZERO TO WS-RMR-TOTAL
           MOVE ZERO TO WS-PEND-COUNT
           IF WS-REMIT-GROUP
               ADD 1 TO WS-SET-READ-COUNT
               IF WS-EL(2) NOT = "820"
                   MOVE "SET IS NOT AN 820" TO WS-SET-ERROR
               END-IF
           END-IF.

       1500-TAKE-PAYMENT.
           MOVE FUNCTION NUMVAL(WS-EL(3)) TO WS-BPR-AMOUNT
           IF WS-EL(17) IS NUMERIC
               MOVE WS-EL(17) TO WS-BPR-DATE
           END-IF.

      *> RMR*IV lines only; a credit or adjustment taken against the
      *> payment cannot be matched to an invoice automatically and
      *> sends the whole set back for manual application.
       1600-TAKE-REMITTANCE-LINE.
           IF WS-EL(2) NOT = "IV"
               MOVE "RMR NOT AN INVOICE LINE" TO WS-SET-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-EL(5)) TO WS-RMR-AMOUNT
           IF WS-RMR-AMOUNT NOT > ZERO
               MOVE "RMR AMOUNT NOT POSITIVE" TO WS-SET-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD WS-RMR-AMOUNT TO WS-RMR-TOTAL
           MOVE WS-EL(3) TO WS-REF-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REF-TEXT))
               TO WS-REF-LENGTH
           IF WS-REF-TEXT = SPACES OR WS-REF-LENGTH > 7
               OR WS-REF-TEXT(1:WS-REF-LENGTH) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-REF-TEXT) TO WS-REF-NUMBER
           PERFORM 1700-BUILD-TRACE-TAIL
           MOVE SPACES TO WS-PAY-REFERENCE
           STRING WS-REF-NUMBER-X WS-TRACE-TAIL DELIMITED BY SIZE
               INTO WS-PAY-REFERENCE
           MOVE ZERO TO WS-PEND-FOUND
           PERFORM 1610-FIND-PENDING-REFERENCE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           IF WS-PEND-FOUND > ZERO
               ADD WS-RMR-AMOUNT TO WS-PD-AMOUNT(WS-PEND-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-COUNT NOT < 500
               MOVE "MORE THAN 500 INVOICE LINES" TO WS-SET-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-PAY-REFERENCE TO WS-PD-REFERENCE(WS-PEND-COUNT)
           MOVE WS-RMR-AMOUNT TO WS-PD-AMOUNT(WS-PEND-COUNT)
           PERFORM 1620-CHECK-INVOICE.

       1610-FIND-PENDING-REFERENCE.
           IF WS-PD-REFERENCE(WS-PEND-IDX) = WS-PAY-REFERENCE
               MOVE WS-PEND-IDX TO WS-PEND-FOUND
           END-IF.

      *> Only a note for the report - PaymentPost makes the real
      *> decision when it relieves the item.
       1620-CHECK-INVOICE.
           MOVE "RELIEVES INVOICE" TO WS-PD-NOTE(WS-PEND-COUNT)
           IF WS-IH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-NUMBER TO INV-NUMBER
           READ INVOICEFILE
               INVALID KEY
                   MOVE "NO SUCH INVOICE - OLDEST FIRST"
                       TO WS-PD-NOTE(WS-PEND-COUNT)
               NOT INVALID KEY
                   IF INV-IDNUM NOT = WS-PARTNER-IDNUM
                       MOVE "NOT THEIR INVOICE - OLDEST FIRST"
                           TO WS-PD-NOTE(WS-PEND-COUNT)
                   ELSE IF INV-SETTLED
                       MOVE "INVOICE ALREADY SETTLED"
                           TO WS-PD-NOTE(WS-PEND-COUNT)
                   END-IF
           END-READ.

      *> The receipt reference is the invoice number followed by the
      *> end of the payment's trace number, so the same invoice paid
      *> on two payments gives two different references and the
      *> payment registry still catches a file sent twice.
       1700-BUILD-TRACE-TAIL.
           MOVE SPACES TO WS-TRACE-TAIL
           MOVE SPACES TO WS-TRACE-LONG-TAIL
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRACE))
               TO WS-TRACE-LENGTH
           IF WS-TRACE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TRACE-LENGTH > 5
               MOVE WS-TRACE(WS-TRACE-LENGTH - 4:5) TO WS-TRACE-TAIL
           ELSE
               MOVE WS-TRACE(1:WS-TRACE-LENGTH) TO WS-TRACE-TAIL
           END-IF
           IF WS-TRACE-LENGTH > 9
               MOVE WS-TRACE(WS-TRACE-LENGTH - 8:9)
                   TO WS-TRACE-LONG-TAIL
           ELSE
               MOVE WS-TRACE(1:WS-TRACE-LENGTH) TO WS-TRACE-LONG-TAIL
           END-IF.

       2000-END-SET.
           IF NOT WS-IN-SET
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-SET-SWITCH
           IF NOT WS-REMIT-GROUP
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-EL(2)) TO WS-SE-COUNT
           IF WS-SET-CLEAN
               PERFORM 2100-PROVE-SET
           END-IF
           IF WS-SET-CLEAN
               PERFORM 2200-WRITE-SET-PAYMENTS
           ELSE
               PERFORM 2600-REJECT-SET
           END-IF.

       2100-PROVE-SET.
           IF WS-SE-COUNT NOT = WS-SET-SEGMENTS
               MOVE "SE SEGMENT COUNT WRONG" TO WS-SET-ERROR
           ELSE IF NOT WS-PARTNER-KNOWN
               MOVE "SENDER NOT A TRADING PARTNER" TO WS-SET-ERROR
           ELSE IF WS-BPR-AMOUNT NOT > ZERO
               MOVE "NO PAYMENT AMOUNT IN BPR" TO WS-SET-ERROR
           ELSE IF WS-RMR-TOTAL > WS-BPR-AMOUNT
               MOVE "LINES EXCEED PAYMENT" TO WS-SET-ERROR
           END-IF.

       2200-WRITE-SET-PAYMENTS.
           IF WS-BPR-DATE IS NOT NUMERIC
               MOVE WS-TODAY TO WS-BPR-DATE
           END-IF
           PERFORM 1700-BUILD-TRACE-TAIL
           COMPUTE WS-REMAINDER = WS-BPR-AMOUNT
           PERFORM 2210-WRITE-ONE-PENDING
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           IF WS-REMAINDER > ZERO
               MOVE SPACES TO WS-PAY-REFERENCE
               STRING "EDI" WS-TRACE-LONG-TAIL DELIMITED BY SIZE
                   INTO WS-PAY-REFERENCE
               MOVE WS-REMAINDER TO WS-RMR-AMOUNT
               PERFORM 2300-WRITE-PAYMENT
               MOVE "UNREFERENCED - OLDEST FIRST" TO PRNRESULT
               PERFORM 2400-PRINT-DETAIL
           END-IF
           PERFORM 2500-RECORD-SET-RESULT
           MOVE 'A' TO WS-AK-RESULT(WS-ACK-COUNT)
           MOVE SPACE TO WS-AK-CODE(WS-ACK-COUNT)
           ADD 1 TO WS-ACK-ACCEPTED.

       2210-WRITE-ONE-PENDING.
           MOVE WS-PD-REFERENCE(WS-PEND-IDX) TO WS-PAY-REFERENCE
           MOVE WS-PD-AMOUNT(WS-PEND-IDX) TO WS-RMR-AMOUNT
           SUBTRACT WS-RMR-AMOUNT FROM WS-REMAINDER
           PERFORM 2300-WRITE-PAYMENT
           MOVE WS-PD-NOTE(WS-PEND-IDX) TO PRNRESULT
           PERFORM 2400-PRINT-DETAIL.

       2300-WRITE-PAYMENT.
           MOVE WS-PARTNER-IDNUM TO PAY-IDNUM
           MOVE WS-RMR-AMOUNT TO PAY-AMOUNT
           MOVE WS-BPR-DATE TO PAY-DATE
           MOVE WS-PAY-REFERENCE TO PAY-REFERENCE
           MOVE SPACES TO PAY-CURRENCY
           MOVE ZERO TO PAY-FOREIGN-AMOUNT
           WRITE PAYMENTRECORD
           ADD 1 TO WS-WRITTEN-COUNT
           ADD WS-RMR-AMOUNT TO WS-WRITTEN-TOTAL.

       2400-PRINT-DETAIL.
           MOVE WS-ISA-SENDER TO PRNPARTNER
           MOVE WS-SET-CTRL TO PRNSET
           MOVE WS-TRACE TO PRNTRACE
           MOVE WS-PAY-REFERENCE TO PRNREFERENCE
           MOVE WS-RMR-AMOUNT TO PRNAMOUNT
           WRITE PRINTLINE FROM DETAILLINE.

       2500-RECORD-SET-RESULT.
           IF WS-ACK-COUNT < 200
               ADD 1 TO WS-ACK-COUNT
           END-IF
           MOVE WS-SET-CTRL TO WS-AK-SET-CTRL(WS-ACK-COUNT).

      *> Nothing from a rejected set reaches Payments.dat; the whole
      *> remittance is listed for the cash desk to apply by hand.
       2600-REJECT-SET.
           MOVE 'N' TO WS-IN-SET-SWITCH
           ADD 1 TO WS-SET-REJECT-COUNT
           MOVE SPACES TO WS-PAY-REFERENCE
           MOVE WS-BPR-AMOUNT TO WS-RMR-AMOUNT
           MOVE WS-SET-ERROR TO PRNRESULT
           PERFORM 2400-PRINT-DETAIL
           MOVE "    (whole set rejected)" TO PRNRESULT
           PERFORM 2610-PRINT-ONE-REJECTED-LINE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           PERFORM 2500-RECORD-SET-RESULT
           MOVE 'R' TO WS-AK-RESULT(WS-ACK-COUNT)
           IF WS-SET-ERROR = "SE SEGMENT COUNT WRONG"
               MOVE '4' TO WS-AK-CODE(WS-ACK-COUNT)
           ELSE
               MOVE '5' TO WS-AK-CODE(WS-ACK-COUNT)
           END-IF.

       2610-PRINT-ONE-REJECTED-LINE.
           MOVE WS-PD-REFERENCE(WS-PEND-IDX) TO WS-PAY-REFERENCE
           MOVE WS-PD-AMOUNT(WS-PEND-IDX) TO WS-RMR-AMOUNT
           PERFORM 2400-PRINT-DETAIL.

      *> One 997 interchange per functional group received: AK2/AK5
      *> for every set, AK9 accepted, partially accepted or rejected.
       3000-END-GROUP.
           IF NOT WS-REMIT-GROUP
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GROUP-SWITCH
           MOVE WS-NEXT-CONTROL TO WS-CONTROL
           ADD 1 TO WS-NEXT-CONTROL
           MOVE WS-EDI-OUR-QUAL TO ISA-SENDER-QUAL
           MOVE WS-EDI-OUR-ID TO ISA-SENDER-ID
           MOVE WS-ISA-QUAL TO ISA-RECEIVER-QUAL
           MOVE WS-ISA-SENDER TO ISA-RECEIVER-ID
           MOVE WS-TODAY(3:6) TO ISA-DATE
           MOVE WS-NOW-TIME TO ISA-TIME
           MOVE WS-CONTROL TO ISA-CONTROL
           MOVE WS-EDI-USAGE TO ISA-USAGE
           WRITE EDISEGMENTLINE FROM ISASEGMENT
           MOVE WS-CONTROL TO WS-NUM-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "GS*FA*" FUNCTION TRIM(WS-EDI-OUR-ID) "*"
               FUNCTION TRIM(WS-ISA-SENDER) "*" WS-TODAY "*"
               WS-NOW-TIME "*" FUNCTION TRIM(WS-NUM-EDIT)
               "*X*004010~" DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT
           MOVE 1 TO WS-ACK-SEGMENTS
           MOVE SPACES TO WS-SEGMENT
           STRING "ST*997*0001~" DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           STRING "AK1*RA*" FUNCTION TRIM(WS-GROUP-CTRL) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 3900-WRITE-ACK-SEGMENT
           PERFORM 3100-WRITE-SET-ACK
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
           EVALUATE TRUE
               WHEN WS-ACK-ACCEPTED = WS-ACK-COUNT
                   MOVE 'A' TO WS-AK9-CODE
               WHEN WS-ACK-ACCEPTED = ZERO
                   MOVE 'R' TO WS-AK9-CODE
               WHEN OTHER
                   MOVE 'P' TO WS-AK9-CODE
           END-EVALUATE
           MOVE WS-ACK-COUNT TO WS-COUNT-EDIT
           MOVE WS-ACK-ACCEPTED TO WS-ACCEPT-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "AK9*" WS-AK9-CODE "*" FUNCTION TRIM(WS-COUNT-EDIT)
               "*" FUNCTION TRIM(WS-COUNT-EDIT) "*"
               FUNCTION TRIM(WS-ACCEPT-EDIT) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 3900-WRITE-ACK-SEGMENT
           ADD 1 TO WS-ACK-SEGMENTS
           MOVE WS-ACK-SEGMENTS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "SE*" FUNCTION TRIM(WS-COUNT-EDIT) "*0001~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           STRING "GE*1*" FUNCTION TRIM(WS-NUM-EDIT) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           STRING "IEA*1*" WS-CONTROL "~" DELIMITED BY SIZE
               INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT.

       3100-WRITE-SET-ACK.
           MOVE SPACES TO WS-SEGMENT
           STRING "AK2*820*" FUNCTION TRIM(WS-AK-SET-CTRL(WS-ACK-IDX))
               "~" DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 3900-WRITE-ACK-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           IF WS-AK-RESULT(WS-ACK-IDX) = 'A'
               STRING "AK5*A~" DELIMITED BY SIZE INTO WS-SEGMENT
           ELSE
               STRING "AK5*R*" WS-AK-CODE(WS-ACK-IDX) "~"
                   DELIMITED BY SIZE INTO WS-SEGMENT
           END-IF
           PERFORM 3900-WRITE-ACK-SEGMENT.

       3900-WRITE-ACK-SEGMENT.
           ADD 1 TO WS-ACK-SEGMENTS
           WRITE EDISEGMENTLINE FROM WS-SEGMENT.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
