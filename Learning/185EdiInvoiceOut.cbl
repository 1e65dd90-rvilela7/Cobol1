            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EdiInvoiceOut.
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
           SELECT EDILOGFILE ASSIGN TO "files/EdiInvoiceLog.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EDL-KEY
               FILE STATUS IS WS-EL-STATUS.
           SELECT EDICONTROLFILE ASSIGN TO "files/EdiControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
           SELECT EDIOUTFILE ASSIGN TO "files/Edi810Out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EO-STATUS.
           SELECT CONTROLRPT ASSIGN TO "files/Edi810Control.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD INVOICELINES.
       COPY "InvoiceLine.cpy".

       FD EDILOGFILE.
       COPY "EdiInvoiceLog.cpy".

       FD EDICONTROLFILE.
       COPY "EdiControl.cpy".

       FD EDIOUTFILE.
       01 EDISEGMENTLINE PIC X(256).

       FD CONTROLRPT.
       01 PRINTLINE PIC X(100).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-PARTNER-ID PIC X(15).
           02 SRT-PARTNER-QUAL PIC XX.
           02 SRT-INV-NUMBER PIC 9(7).
           02 SRT-IDNUM PIC 9(7).
           02 SRT-RESEND PIC X.
               88 SRT-IS-RESEND VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-LINE-EOF-SWITCH PIC X.
           88 WS-LINE-EOF VALUE 'Y'.
       01 WS-ASCAN-EOF-SWITCH PIC X.
           88 WS-ASCAN-EOF VALUE 'Y'.
       01 WS-LOG-SWITCH PIC X.
           88 WS-LOG-FOUND VALUE 'Y'.
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.
       01 WS-BILLING-SWITCH PIC X.
           88 WS-BILLING-PICKED VALUE 'Y'.

      *> Our own interchange identity, as agreed with the partners.
       01 WS-EDI-OUR-QUAL PIC XX VALUE "ZZ".
       01 WS-EDI-OUR-ID PIC X(15) VALUE "LEARNINGRCV".
       01 WS-EDI-USAGE PIC X VALUE "P".

       01 WS-PARTNER-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-PARTNER-IDX PIC 9(3) COMP-3.
       01 WS-FIND-IDX PIC 9(3) COMP-3.
       01 WS-PARTNER-TABLE.
           02 WS-PARTNER-ENTRY OCCURS 200 TIMES.
               03 WS-PT-IDNUM PIC 9(7).
               03 WS-PT-QUAL PIC XX.
               03 WS-PT-ID PIC X(15).
               03 WS-PT-START PIC 9(8).

       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(4).
       01 WS-NEXT-CONTROL PIC 9(9) VALUE 1.
       01 WS-CONTROL PIC 9(9).
       01 WS-CURRENT-PARTNER PIC X(15) VALUE SPACES.
       01 WS-SEGMENT PIC X(256).
       01 WS-SEGMENT-COUNT PIC 9(5) COMP-3.
       01 WS-SET-COUNT PIC 9(5) COMP-3.
       01 WS-IT1-COUNT PIC 9(5) COMP-3.
       01 WS-INTERCHANGE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SENT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-RESENT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SENT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SET-TOTAL PIC S9(9)V99.
       01 WS-CENTS PIC S9(11).

       01 WS-INV-NUMBER-X PIC X(7).
       01 WS-NAME-OUT PIC X(60).
       01 WS-SEL-STREET PIC X(25).
       01 WS-SEL-CITY PIC X(15).
       01 WS-SEL-STATE PIC XX.
       01 WS-SEL-ZIP PIC X(10).
       01 WS-LINE-QTY PIC 9(5).
       01 WS-LINE-PRICE PIC S9(7)V99.
       01 WS-TERMS-DAYS PIC 9(3).

       01 WS-NUM-EDIT PIC Z(10)9.
       01 WS-COUNT-EDIT PIC Z(4)9.
       01 WS-QTY-EDIT PIC Z(4)9.
       01 WS-AMOUNT-EDIT PIC -(9)9.99.
       01 WS-PRICE-EDIT PIC -(7)9.99.

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
               "Partner          Control    Invoice".
           02 FILLER PIC X(40) VALUE
               "  Customer          Total   Action".
       01 SENTLINE.
           02 PRNPARTNER PIC X(15).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCONTROL PIC 9(9).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNINVOICE PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTOTAL PIC $$$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNACTION PIC X(20).
       01 FOOTINGLINE.
           02 FILLER PIC X(17) VALUE "Invoices sent:   ".
           02 PRNSENT PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  resent:   ".
           02 PRNRESENT PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE "  interchanges:   ".
           02 PRNINTERCHANGES PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  total: ".
           02 PRNSENTTOTAL PIC $$$,$$$,$$$,$$9.99-.

       01 WS-CF-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-IL-STATUS PIC XX.
       01 WS-EL-STATUS PIC XX.
       01 WS-EC-STATUS PIC XX.
       01 WS-EO-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Sends posted invoices and credit memos to the customers
      *> enrolled as EDI trading partners as X12 810s, one interchange
      *> per partner per run. Every invoice sent goes on the EDI
      *> invoice log with the group control number it went under, so
      *> the partner's 997 can be matched back to it; an invoice is
      *> sent once, and again only after the partner rejects it.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "No invoice file - no EDI invoices to send"
               CLOSE CUSTOMERFILE
               GOBACK
           END-IF
           OPEN INPUT INVOICELINES
           IF WS-IL-STATUS NOT = "00"
               MOVE "INVOICELINES" TO WS-ABEND-FILE-NAME
               MOVE WS-IL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O EDILOGFILE
           IF WS-EL-STATUS = "35"
               OPEN OUTPUT EDILOGFILE
               CLOSE EDILOGFILE
               OPEN I-O EDILOGFILE
           END-IF
           IF WS-EL-STATUS NOT = "00"
               MOVE "EDILOGFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-EL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT EDIOUTFILE
           IF WS-EO-STATUS NOT = "00"
               MOVE "EDIOUTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-EO-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT CONTROLRPT
           IF WS-CR-STATUS NOT = "00"
               MOVE "CONTROLRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-CR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           WRITE PRINTLINE FROM HEADS
           PERFORM 0100-GET-NEXT-CONTROL
           SORT SORTWORK ASCENDING KEY SRT-PARTNER-ID SRT-INV-NUMBER
               INPUT PROCEDURE 1000-SELECT-INVOICES
               OUTPUT PROCEDURE 2000-WRITE-INTERCHANGES
           PERFORM 0200-SAVE-NEXT-CONTROL
           MOVE WS-SENT-COUNT TO PRNSENT
           MOVE WS-RESENT-COUNT TO PRNRESENT
           MOVE WS-INTERCHANGE-COUNT TO PRNINTERCHANGES
           MOVE WS-SENT-TOTAL TO PRNSENTTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE
           CLOSE CUSTOMERFILE
           CLOSE INVOICEFILE
           CLOSE INVOICELINES
           CLOSE EDILOGFILE
           CLOSE EDIOUTFILE
           CLOSE CONTROLRPT
           DISPLAY "EDI invoice run complete - " WS-SENT-COUNT
               " invoices in " WS-INTERCHANGE-COUNT
               " interchanges to files/Edi810Out.dat, "
               WS-RESENT-COUNT " of them resent after rejection"
           GOBACK.

      *> Interchange and group control numbers come from one counter
      *> shared by everything this shop sends by EDI.
       0100-GET-NEXT-CONTROL.
           OPEN INPUT EDICONTROLFILE
           IF WS-EC-STATUS = "00"
               READ EDICONTROLFILE
                   NOT AT END
                       MOVE EDC-NEXT-CONTROL TO WS-NEXT-CONTROL
               END-READ
               CLOSE EDICONTROLFILE
           END-IF.

       0200-SAVE-NEXT-CONTROL.
           OPEN OUTPUT EDICONTROLFILE
           MOVE WS-NEXT-CONTROL TO EDC-NEXT-CONTROL
           WRITE EDICONTROLRECORD
           CLOSE EDICONTROLFILE.

       1000-SELECT-INVOICES.
           PERFORM 1100-LOAD-PARTNERS
           IF WS-PARTNER-COUNT = ZERO
               DISPLAY "No active EDI trading partners"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO INV-NUMBER
           START INVOICEFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1200-CONSIDER-ONE-INVOICE UNTIL WSEOF.

       1100-LOAD-PARTNERS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1110-LOAD-ONE-PARTNER UNTIL WSEOF.

       1110-LOAD-ONE-PARTNER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF REC-IS-EDI-PARTNER AND CT-PARTNER-ACTIVE
                       AND WS-PARTNER-COUNT < 200
                       ADD 1 TO WS-PARTNER-COUNT
                       MOVE WS-PARTNER-COUNT TO WS-PARTNER-IDX
                       MOVE CT-IDNUM TO WS-PT-IDNUM(WS-PARTNER-IDX)
                       MOVE CT-PARTNER-QUAL
                           TO WS-PT-QUAL(WS-PARTNER-IDX)
                       MOVE CT-PARTNER-ID TO WS-PT-ID(WS-PARTNER-IDX)
                       MOVE CT-START-DATE
                           TO WS-PT-START(WS-PARTNER-IDX)
                   END-IF
           END-READ.

       1200-CONSIDER-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END
                   SET WSEOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF NOT INV-POSTED AND NOT INV-SETTLED
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FIND-IDX
           PERFORM 1210-MATCH-ONE-PARTNER
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
           IF WS-FIND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF INV-DATE < WS-PT-START(WS-FIND-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-READ-LOG-RECORD
           IF WS-LOG-FOUND AND NOT EDL-ACK-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-ID(WS-FIND-IDX) TO SRT-PARTNER-ID
           MOVE WS-PT-QUAL(WS-FIND-IDX) TO SRT-PARTNER-QUAL
           MOVE INV-NUMBER TO SRT-INV-NUMBER
           MOVE INV-IDNUM TO SRT-IDNUM
           MOVE WS-LOG-SWITCH TO SRT-RESEND
           RELEASE SORT-RECORD.

       1210-MATCH-ONE-PARTNER.
           IF WS-PT-IDNUM(WS-PARTNER-IDX) = INV-IDNUM
               MOVE WS-PARTNER-IDX TO WS-FIND-IDX
           END-IF.

       2000-WRITE-INTERCHANGES.
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 2010-SEND-ONE-INVOICE UNTIL WS-SORT-EOF
           IF WS-CURRENT-PARTNER NOT = SPACES
               PERFORM 2300-CLOSE-INTERCHANGE
           END-IF.

       2010-SEND-ONE-INVOICE.
           IF SRT-PARTNER-ID NOT = WS-CURRENT-PARTNER
               IF WS-CURRENT-PARTNER NOT = SPACES
                   PERFORM 2300-CLOSE-INTERCHANGE
               END-IF
               PERFORM 2100-OPEN-INTERCHANGE
           END-IF
           PERFORM 2200-WRITE-INVOICE-SET
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2100-OPEN-INTERCHANGE.
           MOVE SRT-PARTNER-ID TO WS-CURRENT-PARTNER
           MOVE WS-NEXT-CONTROL TO WS-CONTROL
           ADD 1 TO WS-NEXT-CONTROL
           ADD 1 TO WS-INTERCHANGE-COUNT
           MOVE ZERO TO WS-SET-COUNT
           MOVE WS-EDI-OUR-QUAL TO ISA-SENDER-QUAL
           MOVE WS-EDI-OUR-ID TO ISA-SENDER-ID
           MOVE SRT-PARTNER-QUAL TO ISA-RECEIVER-QUAL
           MOVE SRT-PARTNER-ID TO ISA-RECEIVER-ID
           MOVE WS-TODAY(3:6) TO ISA-DATE
           MOVE WS-NOW-TIME TO ISA-TIME
           MOVE WS-CONTROL TO ISA-CONTROL
           MOVE WS-EDI-USAGE TO ISA-USAGE
           WRITE EDISEGMENTLINE FROM ISASEGMENT
           MOVE WS-CONTROL TO WS-NUM-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "GS*IN*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDI-OUR-ID) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(SRT-PARTNER-ID) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               WS-NOW-TIME DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
               "*X*004010~" DELIMITED BY SIZE
               INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT.

      *> One ST/SE transaction set per invoice. The set control
      *> number is the invoice number itself, so the AK2 in the
      *> partner's 997 names the invoice it acknowledges.
       2200-WRITE-INVOICE-SET.
           MOVE SRT-INV-NUMBER TO INV-NUMBER
           READ INVOICEFILE
               INVALID KEY
                   DISPLAY "Invoice " SRT-INV-NUMBER
                       " vanished before it could be sent"
                   EXIT PARAGRAPH
           END-READ
           MOVE INV-NUMBER TO WS-INV-NUMBER-X
           MOVE ZERO TO WS-SEGMENT-COUNT
           MOVE ZERO TO WS-IT1-COUNT
           MOVE SPACES TO WS-SEGMENT
           STRING "ST*810*" WS-INV-NUMBER-X "~" DELIMITED BY SIZE
               INTO WS-SEGMENT
           PERFORM 2900-WRITE-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           IF INV-IS-CREDIT-MEMO
               STRING "BIG*" INV-DATE "*" WS-INV-NUMBER-X "*****CR~"
                   DELIMITED BY SIZE INTO WS-SEGMENT
           ELSE
               STRING "BIG*" INV-DATE "*" WS-INV-NUMBER-X "~"
                   DELIMITED BY SIZE INTO WS-SEGMENT
           END-IF
           PERFORM 2900-WRITE-SEGMENT
           IF NOT INV-HOME-CURRENCY
               MOVE SPACES TO WS-SEGMENT
               STRING "CUR*SE*" INV-CURRENCY "~" DELIMITED BY SIZE
                   INTO WS-SEGMENT
               PERFORM 2900-WRITE-SEGMENT
           END-IF
           IF INV-IS-CREDIT-MEMO AND INV-ORIG-NUMBER > ZERO
               MOVE SPACES TO WS-SEGMENT
               STRING "REF*OI*" INV-ORIG-NUMBER "~" DELIMITED BY SIZE
                   INTO WS-SEGMENT
               PERFORM 2900-WRITE-SEGMENT
           END-IF
           PERFORM 2210-WRITE-BILL-TO
           IF NOT INV-IS-CREDIT-MEMO AND INV-DUE-DATE > ZERO
               MOVE WS-TERMS-DAYS TO WS-COUNT-EDIT
               MOVE SPACES TO WS-SEGMENT
               STRING "ITD*05*3****" INV-DUE-DATE "*"
                   FUNCTION TRIM(WS-COUNT-EDIT) "~"
                   DELIMITED BY SIZE INTO WS-SEGMENT
               PERFORM 2900-WRITE-SEGMENT
               MOVE SPACES TO WS-SEGMENT
               STRING "DTM*814*" INV-DUE-DATE "~" DELIMITED BY SIZE
                   INTO WS-SEGMENT
               PERFORM 2900-WRITE-SEGMENT
           END-IF
           PERFORM 2220-WRITE-LINE-ITEMS
           MOVE INV-TOTAL TO WS-SET-TOTAL
           IF NOT INV-HOME-CURRENCY AND INV-FOREIGN-TOTAL NOT = ZERO
               MOVE INV-FOREIGN-TOTAL TO WS-SET-TOTAL
           END-IF
           COMPUTE WS-CENTS = WS-SET-TOTAL * 100
           MOVE WS-CENTS TO WS-NUM-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "TDS*" FUNCTION TRIM(WS-NUM-EDIT) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 2900-WRITE-SEGMENT
           PERFORM 2230-WRITE-TAX
           MOVE WS-IT1-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "CTT*" FUNCTION TRIM(WS-NUM-EDIT) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 2900-WRITE-SEGMENT
           ADD 1 TO WS-SEGMENT-COUNT
           MOVE WS-SEGMENT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "SE*" FUNCTION TRIM(WS-NUM-EDIT) "*" WS-INV-NUMBER-X
               "~" DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT
           ADD 1 TO WS-SET-COUNT
           PERFORM 2400-LOG-INVOICE-SENT.

      *> The bill-to party is the customer's billing address where
      *> one is kept, otherwise the primary address.
       2210-WRITE-BILL-TO.
           MOVE SRT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE SPACES TO WS-NAME-OUT
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE ZERO TO WS-TERMS-DAYS
                   MOVE "UNKNOWN CUSTOMER" TO WS-NAME-OUT
               NOT INVALID KEY
                   MOVE CUST-TERMS-DAYS TO WS-TERMS-DAYS
                   STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                       INTO WS-NAME-OUT
           END-READ
           MOVE SPACES TO WS-SEGMENT
           STRING "N1*BT*" FUNCTION TRIM(WS-NAME-OUT) "*91*"
               SRT-IDNUM "~" DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 2900-WRITE-SEGMENT
           PERFORM 2500-SELECT-BILL-ADDRESS
           IF NOT WS-ADDR-FOUND
               DISPLAY "Invoice " INV-NUMBER " - no address for "
                   "customer " SRT-IDNUM ", N3/N4 omitted"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEGMENT
           STRING "N3*" FUNCTION TRIM(WS-SEL-STREET) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 2900-WRITE-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           STRING "N4*" FUNCTION TRIM(WS-SEL-CITY) "*" WS-SEL-STATE
               "*" FUNCTION TRIM(WS-SEL-ZIP) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           PERFORM 2900-WRITE-SEGMENT.

      *> A line with no quantity is a service charge and goes out as
      *> one unit at the line amount.
       2220-WRITE-LINE-ITEMS.
           MOVE 'N' TO WS-LINE-EOF-SWITCH
           MOVE INV-NUMBER TO INL-NUMBER
           MOVE ZERO TO INL-LINE-NO
           START INVOICELINES KEY IS NOT LESS THAN INL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
           END-START
           PERFORM 2225-WRITE-ONE-LINE UNTIL WS-LINE-EOF
           IF WS-IT1-COUNT = ZERO
               MOVE 1 TO INL-LINE-NO
               MOVE 1 TO WS-LINE-QTY
               COMPUTE WS-LINE-PRICE = INV-TOTAL - INV-TAX-AMOUNT
               IF NOT INV-HOME-CURRENCY
                   AND INV-FOREIGN-TOTAL NOT = ZERO
                   COMPUTE WS-LINE-PRICE =
                       INV-FOREIGN-TOTAL - INV-TAX-AMOUNT
               END-IF
               MOVE SPACES TO INL-ITEM-CODE
               MOVE INV-REASON-CODE TO INL-DESCRIPTION
               IF INV-IS-CREDIT-MEMO
                   MOVE "CREDIT MEMO" TO INL-DESCRIPTION
               END-IF
               PERFORM 2228-WRITE-IT1
           END-IF.

       2225-WRITE-ONE-LINE.
           READ INVOICELINES NEXT RECORD
               AT END
                   SET WS-LINE-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF INL-NUMBER NOT = INV-NUMBER
               SET WS-LINE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF INL-QUANTITY = ZERO
               MOVE 1 TO WS-LINE-QTY
               MOVE INL-AMOUNT TO WS-LINE-PRICE
           ELSE
               MOVE INL-QUANTITY TO WS-LINE-QTY
               MOVE INL-UNIT-PRICE TO WS-LINE-PRICE
           END-IF
           PERFORM 2228-WRITE-IT1.

       2228-WRITE-IT1.
           ADD 1 TO WS-IT1-COUNT
           MOVE INL-LINE-NO TO WS-NUM-EDIT
           MOVE WS-LINE-PRICE TO WS-PRICE-EDIT
           MOVE WS-LINE-QTY TO WS-QTY-EDIT
           MOVE SPACES TO WS-SEGMENT
           IF INL-ITEM-CODE = SPACES
               STRING "IT1*" FUNCTION TRIM(WS-NUM-EDIT) "*"
                   FUNCTION TRIM(WS-QTY-EDIT) "*EA*"
                   FUNCTION TRIM(WS-PRICE-EDIT) "~"
                   DELIMITED BY SIZE INTO WS-SEGMENT
           ELSE
               STRING "IT1*" FUNCTION TRIM(WS-NUM-EDIT) "*"
                   FUNCTION TRIM(WS-QTY-EDIT) "*EA*"
                   FUNCTION TRIM(WS-PRICE-EDIT)
                   "**VP*" FUNCTION TRIM(INL-ITEM-CODE) "~"
                   DELIMITED BY SIZE INTO WS-SEGMENT
           END-IF
           PERFORM 2900-WRITE-SEGMENT
           IF INL-DESCRIPTION NOT = SPACES
               MOVE SPACES TO WS-SEGMENT
               STRING "PID*F****" FUNCTION TRIM(INL-DESCRIPTION) "~"
                   DELIMITED BY SIZE INTO WS-SEGMENT
               PERFORM 2900-WRITE-SEGMENT
           END-IF.

      *> State sales tax, with the exemption flag set when the
      *> invoice was raised under a resale or exemption certificate.
       2230-WRITE-TAX.
           IF INV-TAX-AMOUNT = ZERO AND INV-EXEMPT-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE INV-TAX-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-SEGMENT
           IF INV-EXEMPT-AMOUNT NOT = ZERO
               STRING "TXI*ST*" FUNCTION TRIM(WS-AMOUNT-EDIT) "**SP*"
                   INV-TAX-STATE "*1~" DELIMITED BY SIZE
                   INTO WS-SEGMENT
           ELSE
               STRING "TXI*ST*" FUNCTION TRIM(WS-AMOUNT-EDIT) "**SP*"
                   INV-TAX-STATE "*2~" DELIMITED BY SIZE
                   INTO WS-SEGMENT
           END-IF
           PERFORM 2900-WRITE-SEGMENT.

       2300-CLOSE-INTERCHANGE.
           MOVE WS-SET-COUNT TO WS-COUNT-EDIT
           MOVE WS-CONTROL TO WS-NUM-EDIT
           MOVE SPACES TO WS-SEGMENT
           STRING "GE*" FUNCTION TRIM(WS-COUNT-EDIT) "*"
               FUNCTION TRIM(WS-NUM-EDIT) "~"
               DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           STRING "IEA*1*" WS-CONTROL "~" DELIMITED BY SIZE
               INTO WS-SEGMENT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT.

       2400-LOG-INVOICE-SENT.
           PERFORM 7000-READ-LOG-RECORD
           IF NOT WS-LOG-FOUND
               MOVE SPACES TO EDIINVOICELOG
               MOVE INV-NUMBER TO EDL-INV-NUMBER
               MOVE ZERO TO EDL-SEND-COUNT
           END-IF
           MOVE SRT-IDNUM TO EDL-IDNUM
           MOVE SRT-PARTNER-ID TO EDL-PARTNER-ID
           MOVE WS-CONTROL TO EDL-INTERCHANGE-CTRL
           MOVE WS-CONTROL TO EDL-GROUP-CTRL
           MOVE WS-TODAY TO EDL-SENT-DATE
           MOVE WS-SET-TOTAL TO EDL-SENT-TOTAL
           ADD 1 TO EDL-SEND-COUNT
           SET EDL-ACK-PENDING TO TRUE
           MOVE ZERO TO EDL-ACK-DATE
           MOVE SPACES TO EDL-ACK-CODE
           IF WS-LOG-FOUND
               REWRITE EDIINVOICELOG
                   INVALID KEY
                       DISPLAY "EDI log rewrite failed for invoice "
                           INV-NUMBER " - status " WS-EL-STATUS
               END-REWRITE
           ELSE
               WRITE EDIINVOICELOG
                   INVALID KEY
                       DISPLAY "EDI log write failed for invoice "
                           INV-NUMBER " - status " WS-EL-STATUS
               END-WRITE
           END-IF
           ADD 1 TO WS-SENT-COUNT
           ADD WS-SET-TOTAL TO WS-SENT-TOTAL
           MOVE SRT-PARTNER-ID TO PRNPARTNER
           MOVE WS-CONTROL TO PRNCONTROL
           MOVE INV-NUMBER TO PRNINVOICE
           MOVE SRT-IDNUM TO PRNIDNUM
           MOVE WS-SET-TOTAL TO PRNTOTAL
           EVALUATE TRUE
               WHEN SRT-IS-RESEND
                   ADD 1 TO WS-RESENT-COUNT
                   MOVE "RESENT AFTER REJECT" TO PRNACTION
               WHEN INV-IS-CREDIT-MEMO
                   MOVE "SENT - CREDIT MEMO" TO PRNACTION
               WHEN OTHER
                   MOVE "SENT" TO PRNACTION
           END-EVALUATE
           WRITE PRINTLINE FROM SENTLINE.

       2500-SELECT-BILL-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 'N' TO WS-BILLING-SWITCH
           MOVE 'N' TO WS-ASCAN-EOF-SWITCH
           MOVE SRT-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-ASCAN-EOF TO TRUE
           END-START
           PERFORM 2510-CHECK-ONE-ADDRESS UNTIL WS-ASCAN-EOF.

       2510-CHECK-ONE-ADDRESS.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-ASCAN-EOF TO TRUE
           END-READ
           IF NOT WS-ASCAN-EOF
               IF CA-IDNUM NOT = SRT-IDNUM OR CA-REC-TYPE NOT = 'A'
                   SET WS-ASCAN-EOF TO TRUE
               ELSE IF CA-USAGE-BILLING AND NOT WS-BILLING-PICKED
                   MOVE 'Y' TO WS-BILLING-SWITCH
                   PERFORM 2520-HOLD-THIS-ADDRESS
               ELSE IF NOT WS-BILLING-PICKED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   PERFORM 2520-HOLD-THIS-ADDRESS
               END-IF
           END-IF.

       2520-HOLD-THIS-ADDRESS.
           MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           MOVE CA-STREET TO WS-SEL-STREET
           MOVE CA-CITY TO WS-SEL-CITY
           MOVE CA-STATE TO WS-SEL-STATE
           MOVE CA-ZIP TO WS-SEL-ZIP.

       2900-WRITE-SEGMENT.
           ADD 1 TO WS-SEGMENT-COUNT
           WRITE EDISEGMENTLINE FROM WS-SEGMENT.

       7000-READ-LOG-RECORD.
           MOVE 'N' TO WS-LOG-SWITCH
           MOVE INV-NUMBER TO EDL-INV-NUMBER
           READ EDILOGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOG-SWITCH
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
