            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxExemptCheck.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPTFILE ASSIGN TO "files/TaxExemptCerts.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TXC-KEY
               FILE STATUS IS WS-TC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXEMPTFILE.
       COPY "TaxExemptCert.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CERT-EOF-SWITCH PIC X.
           88 WS-CERT-EOF VALUE 'Y'.
       01 WS-STATE-IDX PIC 9 COMP-3.
       01 WS-TC-STATUS PIC XX.

       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           01 LK-STATE PIC XX.
           01 LK-DATE PIC 9(8).
           01 LK-RESULT PIC X.
               88 LK-EXEMPT VALUE 'Y'.
           01 LK-CERT-NUMBER PIC X(15).

      *> A sale is exempt from tax only while the customer holds an
      *> active certificate naming the ship-to state whose issue and
      *> expiry dates cover the date of the sale. Billing programs
      *> call this once per taxable invoice; the certificate number
      *> is handed back so it can be carried on the invoice.
       PROCEDURE DIVISION USING LK-IDNUM, LK-STATE, LK-DATE,
           LK-RESULT, LK-CERT-NUMBER.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           MOVE SPACES TO LK-CERT-NUMBER
           OPEN INPUT EXEMPTFILE
           IF WS-TC-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-CERT-EOF-SWITCH
           MOVE LK-IDNUM TO TXC-IDNUM
           MOVE LOW-VALUES TO TXC-CERT-NUMBER
           START EXEMPTFILE KEY IS NOT LESS THAN TXC-KEY
               INVALID KEY SET WS-CERT-EOF TO TRUE
           END-START
           PERFORM 1000-CHECK-ONE-CERTIFICATE
               UNTIL WS-CERT-EOF OR LK-EXEMPT
           CLOSE EXEMPTFILE
           EXIT PROGRAM.

       1000-CHECK-ONE-CERTIFICATE.
           READ EXEMPTFILE NEXT RECORD
               AT END SET WS-CERT-EOF TO TRUE
           END-READ
           IF NOT WS-CERT-EOF
               IF TXC-IDNUM NOT = LK-IDNUM
                   SET WS-CERT-EOF TO TRUE
               ELSE IF TXC-ACTIVE
                   AND TXC-ISSUE-DATE <= LK-DATE
                   AND TXC-EXPIRY-DATE >= LK-DATE
                   PERFORM 1100-MATCH-CERTIFICATE-STATE
                       VARYING WS-STATE-IDX FROM 1 BY 1
                       UNTIL WS-STATE-IDX > 5 OR LK-EXEMPT
               END-IF
           END-IF.

       1100-MATCH-CERTIFICATE-STATE.
           IF TXC-STATE(WS-STATE-IDX) = LK-STATE
               AND LK-STATE NOT = SPACES
               MOVE 'Y' TO LK-RESULT
               MOVE TXC-CERT-NUMBER TO LK-CERT-NUMBER
           END-IF.
