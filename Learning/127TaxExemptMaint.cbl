            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxExemptMaint.
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
           SELECT EXEMPTFILE ASSIGN TO "files/TaxExemptCerts.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TXC-KEY
               FILE STATUS IS WS-TC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EXEMPTFILE.
       COPY "TaxExemptCert.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-ADD VALUE 'A'.
           88 WS-LIST VALUE 'L'.
           88 WS-REVOKE VALUE 'R'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-FOUND PIC X VALUE 'N'.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-LIST-EOF-SWITCH PIC X.
           88 WS-LIST-EOF VALUE 'Y'.
       01 WS-STATES-DONE-SWITCH PIC X.
           88 WS-STATES-DONE VALUE 'Y'.
       01 WS-MAINT-IDNUM PIC 9(7).
       01 WS-MAINT-CERT PIC X(15).
       01 WS-ENTRY-STATE PIC XX.
       01 WS-STATE-IDX PIC 9 COMP-3.
       01 WS-LIST-COUNT PIC 9(3) COMP-3.

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-TC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Exemption certificates are kept per customer, one record per
      *> certificate, each naming up to five states. A certificate is
      *> never deleted - revoking it keeps the history of which
      *> invoices it covered.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - TaxExemptMaint "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O EXEMPTFILE
           IF WS-TC-STATUS = "35"
               OPEN OUTPUT EXEMPTFILE
               CLOSE EXEMPTFILE
               OPEN I-O EXEMPTFILE
           END-IF
           IF WS-TC-STATUS NOT = "00"
               MOVE "EXEMPTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-TC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           CLOSE EXEMPTFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "A)dd certificate, L)ist certificates, R)evoke a "
               "certificate or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-ADD
               PERFORM 2000-ADD-CERTIFICATE
           ELSE IF WS-LIST
               PERFORM 3000-LIST-CERTIFICATES
           ELSE IF WS-REVOKE
               PERFORM 4000-REVOKE-CERTIFICATE
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter A, L, R or Q"
           END-IF.

       2000-ADD-CERTIFICATE.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-MAINT-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TAXEXEMPTRECORD
           MOVE WS-MAINT-IDNUM TO TXC-IDNUM
           DISPLAY "Certificate number " WITH NO ADVANCING
           ACCEPT TXC-CERT-NUMBER
           MOVE FUNCTION UPPER-CASE(TXC-CERT-NUMBER)
               TO TXC-CERT-NUMBER
           IF TXC-CERT-NUMBER = SPACES
               DISPLAY "Certificate number is required - "
                   "certificate not recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-STATE-IDX
           MOVE 'N' TO WS-STATES-DONE-SWITCH
           PERFORM 2100-GET-EXEMPT-STATE
               UNTIL WS-STATES-DONE OR WS-STATE-IDX = 5
           IF TXC-STATE(1) = SPACES
               DISPLAY "At least one exempt state is required - "
                   "certificate not recorded"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issue date (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT TXC-ISSUE-DATE
           DISPLAY "Expiry date (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT TXC-EXPIRY-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(TXC-ISSUE-DATE) NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(TXC-EXPIRY-DATE)
                   NOT = ZERO
               OR TXC-EXPIRY-DATE < TXC-ISSUE-DATE
               DISPLAY "Issue and expiry must be valid dates with the "
                   "expiry on or after the issue - certificate not "
                   "recorded"
               EXIT PARAGRAPH
           END-IF
           SET TXC-ACTIVE TO TRUE
           MOVE WS-OPERATOR-ID TO TXC-ENTERED-BY
           MOVE WS-TD-DATE TO TXC-ENTERED-DATE
           WRITE TAXEXEMPTRECORD
               INVALID KEY
                   DISPLAY "Certificate " TXC-CERT-NUMBER
                       " already on file for customer " WS-MAINT-IDNUM
               NOT INVALID KEY
                   DISPLAY "Certificate " TXC-CERT-NUMBER
                       " recorded for customer " WS-MAINT-IDNUM
           END-WRITE.

       2100-GET-EXEMPT-STATE.
           DISPLAY "Exempt state (blank when done) " WITH NO ADVANCING
           ACCEPT WS-ENTRY-STATE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATE) TO WS-ENTRY-STATE
           IF WS-ENTRY-STATE = SPACES
               MOVE 'Y' TO WS-STATES-DONE-SWITCH
           ELSE
               ADD 1 TO WS-STATE-IDX
               MOVE WS-ENTRY-STATE TO TXC-STATE(WS-STATE-IDX)
           END-IF.

       3000-LIST-CERTIFICATES.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-MAINT-IDNUM TO TXC-IDNUM
           MOVE LOW-VALUES TO TXC-CERT-NUMBER
           START EXEMPTFILE KEY IS NOT LESS THAN TXC-KEY
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 3010-LIST-ONE-CERTIFICATE UNTIL WS-LIST-EOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No exemption certificates on file for "
                   "customer " WS-MAINT-IDNUM
           END-IF.

       3010-LIST-ONE-CERTIFICATE.
           READ EXEMPTFILE NEXT RECORD
               AT END SET WS-LIST-EOF TO TRUE
           END-READ
           IF NOT WS-LIST-EOF
               IF TXC-IDNUM NOT = WS-MAINT-IDNUM
                   SET WS-LIST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY TXC-CERT-NUMBER " states " TXC-STATE(1) " "
                       TXC-STATE(2) " " TXC-STATE(3) " " TXC-STATE(4)
                       " " TXC-STATE(5) " issued " TXC-ISSUE-DATE
                       " expires " TXC-EXPIRY-DATE
                       " status " TXC-STATUS
               END-IF
           END-IF.

       4000-REVOKE-CERTIFICATE.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           DISPLAY "Certificate number " WITH NO ADVANCING
           ACCEPT WS-MAINT-CERT
           MOVE FUNCTION UPPER-CASE(WS-MAINT-CERT) TO WS-MAINT-CERT
           MOVE WS-MAINT-IDNUM TO TXC-IDNUM
           MOVE WS-MAINT-CERT TO TXC-CERT-NUMBER
           READ EXEMPTFILE
               INVALID KEY
                   DISPLAY "No certificate " WS-MAINT-CERT
                       " on file for customer " WS-MAINT-IDNUM
               NOT INVALID KEY
                   SET TXC-REVOKED TO TRUE
                   REWRITE TAXEXEMPTRECORD
                       INVALID KEY
                           DISPLAY "Certificate update failed for "
                               "customer " WS-MAINT-IDNUM
                       NOT INVALID KEY
                           DISPLAY "Certificate " WS-MAINT-CERT
                               " revoked for customer "
                               WS-MAINT-IDNUM
                   END-REWRITE
           END-READ.

       5000-READ-CUSTOMER-HEADER.
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
