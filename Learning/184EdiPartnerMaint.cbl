            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EdiPartnerMaint.
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

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CF-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-ENROLL VALUE 'E'.
           88 WS-SUSPEND VALUE 'S'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-ENTRY-IDNUM PIC 9(7).
       01 WS-ENTRY-QUAL PIC XX.
       01 WS-ENTRY-PARTNER PIC X(15).
       01 WS-ENTRY-START PIC X(8).
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-TODAY PIC 9(8).
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "EDIPARTNER".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

      *> Enrols commercial customers as EDI trading partners. The 'T'
      *> record carries the partner's interchange ID (the ISA sender/
      *> receiver ID and its qualifier) and the date from which their
      *> invoices go out as 810s, so enrolment does not resend the
      *> whole invoice history. A suspended partner keeps the record
      *> but is sent nothing until re-enrolled.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - EdiPartnerMaint ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               DISPLAY "Customer file not available - status "
                   WS-CF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist partners, E)nrol/change a partner, "
               "S)uspend a partner or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-PARTNERS
           ELSE IF WS-ENROLL
               PERFORM 3000-ENROL-PARTNER
           ELSE IF WS-SUSPEND
               PERFORM 4000-SUSPEND-PARTNER
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, E, S or Q"
           END-IF.

       2000-LIST-PARTNERS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-LIST-ONE-PARTNER UNTIL WSEOF
           DISPLAY WS-LIST-COUNT " trading partners on file".

       2010-LIST-ONE-PARTNER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF REC-IS-EDI-PARTNER
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY CT-IDNUM " " CT-PARTNER-QUAL "/"
                           CT-PARTNER-ID " status " CT-STATUS
                           " from " CT-START-DATE " set by "
                           CT-SET-BY
                   END-IF
           END-READ.

       3000-ENROL-PARTNER.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-ENTRY-IDNUM
           MOVE WS-ENTRY-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " WS-ENTRY-IDNUM " not found"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CUST-CLASS-COMMERCIAL
               DISPLAY "Only commercial customers trade by EDI"
               EXIT PARAGRAPH
           END-IF
           IF CUST-CLOSED
               DISPLAY "Customer " WS-ENTRY-IDNUM " is closed"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-READ-PARTNER-RECORD
           IF WS-RECORD-FOUND
               DISPLAY "Now " CT-PARTNER-QUAL "/" CT-PARTNER-ID
                   " status " CT-STATUS " from " CT-START-DATE
           END-IF
           DISPLAY "Interchange ID qualifier (ZZ, 01, 08, 12) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-QUAL
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-QUAL) TO WS-ENTRY-QUAL
           IF WS-ENTRY-QUAL = SPACES
               MOVE "ZZ" TO WS-ENTRY-QUAL
           END-IF
           DISPLAY "Interchange ID " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PARTNER
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PARTNER)
               TO WS-ENTRY-PARTNER
           IF WS-ENTRY-PARTNER = SPACES
               DISPLAY "Interchange ID is required - no change"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Send invoices dated from YYYYMMDD (blank for "
               "today) " WITH NO ADVANCING
           ACCEPT WS-ENTRY-START
           IF WS-ENTRY-START NOT = SPACES
               AND WS-ENTRY-START IS NOT NUMERIC
               DISPLAY "Start date must be YYYYMMDD - no change"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CHECK-ID-NOT-TAKEN
           IF WS-RECORD-FOUND
               DISPLAY "Interchange ID " FUNCTION TRIM(WS-ENTRY-PARTNER)
                   " already belongs to customer " CT-IDNUM
                   " - no change"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-READ-PARTNER-RECORD
           PERFORM 3200-SAVE-PARTNER.

      *> The inbound translators find the customer from the sender
      *> ID, so one ID can only ever belong to one customer.
       3100-CHECK-ID-NOT-TAKEN.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 3110-CHECK-ONE-RECORD
               UNTIL WSEOF OR WS-RECORD-FOUND.

       3110-CHECK-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF REC-IS-EDI-PARTNER
                       AND CT-PARTNER-ID = WS-ENTRY-PARTNER
                       AND CT-IDNUM NOT = WS-ENTRY-IDNUM
                       MOVE 'Y' TO WS-FOUND
                   END-IF
           END-READ.

       3200-SAVE-PARTNER.
           IF WS-RECORD-FOUND
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           END-IF
           MOVE SPACES TO CUSTOMER-EDI-PARTNER-REC
           MOVE WS-ENTRY-IDNUM TO CT-IDNUM
           MOVE 'T' TO CT-REC-TYPE
           MOVE ZERO TO CT-SEQ
           MOVE WS-ENTRY-QUAL TO CT-PARTNER-QUAL
           MOVE WS-ENTRY-PARTNER TO CT-PARTNER-ID
           SET CT-PARTNER-ACTIVE TO TRUE
           IF WS-ENTRY-START = SPACES
               MOVE WS-TODAY TO CT-START-DATE
           ELSE
               MOVE WS-ENTRY-START TO CT-START-DATE
           END-IF
           MOVE WS-OPERATOR-ID TO CT-SET-BY
           IF WS-RECORD-FOUND
               REWRITE CUSTOMER-EDI-PARTNER-REC
                   INVALID KEY
                       DISPLAY "Partner rewrite failed - status "
                           WS-CF-STATUS
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
               END-REWRITE
           ELSE
               WRITE CUSTOMER-EDI-PARTNER-REC
                   INVALID KEY
                       DISPLAY "Partner write failed - status "
                           WS-CF-STATUS
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       PERFORM 9510-JOURNAL-WRITE
               END-WRITE
           END-IF
           DISPLAY "Customer " WS-ENTRY-IDNUM " trades by EDI as "
               CT-PARTNER-QUAL "/" FUNCTION TRIM(CT-PARTNER-ID)
               " for invoices from " CT-START-DATE.

       4000-SUSPEND-PARTNER.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-ENTRY-IDNUM
           PERFORM 7000-READ-PARTNER-RECORD
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-ENTRY-IDNUM
                   " is not an EDI trading partner"
               EXIT PARAGRAPH
           END-IF
           IF CT-PARTNER-SUSPENDED
               DISPLAY "Customer " WS-ENTRY-IDNUM
                   " is already suspended"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           SET CT-PARTNER-SUSPENDED TO TRUE
           MOVE WS-OPERATOR-ID TO CT-SET-BY
           REWRITE CUSTOMER-EDI-PARTNER-REC
               INVALID KEY
                   DISPLAY "Partner rewrite failed - status "
                       WS-CF-STATUS
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   DISPLAY "Customer " WS-ENTRY-IDNUM
                       " suspended - no more 810s until re-enrolled"
           END-REWRITE.

       7000-READ-PARTNER-RECORD.
           MOVE 'N' TO WS-FOUND
           MOVE WS-ENTRY-IDNUM TO CT-IDNUM
           MOVE 'T' TO CT-REC-TYPE
           MOVE ZERO TO CT-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9510-JOURNAL-WRITE.
           MOVE 'W' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.
