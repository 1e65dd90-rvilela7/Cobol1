            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaperlessConsent.
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
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-ENROLL VALUE 'E'.
           88 WS-WITHDRAW VALUE 'W'.
           88 WS-CONFIRM VALUE 'C'.
           88 WS-SHOW VALUE 'S'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-FOUND PIC X VALUE 'N'.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-CONSENT-SWITCH PIC X VALUE 'N'.
           88 WS-CONSENT-ON-FILE VALUE 'Y'.

       01 WS-PC-IDNUM PIC 9(7).
       01 WS-PC-EMAIL PIC X(30).
       01 WS-PC-DELIVERY PIC X.
       01 WS-PC-CODE-ENTRY PIC X(6).
       01 WS-PC-CODE PIC 9(6).
       01 WS-PC-METHOD PIC X.
           88 WS-PC-METHOD-VALID VALUE 'E' 'P' 'W' 'B' 'L'.
       01 WS-PC-CODE-AGE PIC S9(5) COMP-3.
       01 WS-MAX-TRIES PIC 9 VALUE 3.

       01 WS-START-SEED PIC 9(9).
       01 WS-RANDOM-SEED PIC 9(9) COMP-3.
       01 WS-RANDOM-WORK PIC 9(18) COMP-3.

       01 WS-QUEUE-DOC PIC X(4) VALUE "ECNS".
       01 WS-QUEUE-CHANNEL PIC X VALUE 'E'.

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 WS-TD-TIME PIC 9(6).
           02 FILLER PIC X(7).

       01 WS-JRN-PROGRAM PIC X(10) VALUE "PAPERLESS".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       COPY "PaperlessDisclosure.cpy".

       01 WS-CF-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Statements go by email only with the customer's recorded
      *> consent. Enrolling or withdrawing puts a request on the
      *> customer's consent record ('V') with a six digit code, and
      *> OutboundDeliver emails the code - with the disclosure
      *> wording for an enrollment - to the address on file. The
      *> delivery preference changes only when the code comes back
      *> and is entered here, and the consent record then keeps the
      *> date, how the code came back, the disclosure version and the
      *> address confirmed. A code lapses after WS-PD-CODE-DAYS days
      *> or WS-MAX-TRIES wrong entries. A customer with no email
      *> address left to send a code to may still withdraw; that
      *> withdrawal is recorded at once. Every change is journaled.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - PaperlessConsent "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           DISPLAY "E)nroll in email, W)ithdraw consent, C)onfirm a "
               "code, S)how consent or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE TRUE
               WHEN WS-ENROLL OR WS-WITHDRAW
                   PERFORM 2000-START-REQUEST
               WHEN WS-CONFIRM
                   PERFORM 3000-CONFIRM-CODE
               WHEN WS-SHOW
                   PERFORM 4000-SHOW-CONSENT
               WHEN WS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice - enter E, W, C, S or Q"
           END-EVALUATE.

      *> A customer already on email without consent on file may be
      *> enrolled again so that the consent is recorded.
       2000-START-REQUEST.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-PC-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-PC-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-DELIVERY TO WS-PC-DELIVERY
           PERFORM 2100-READ-EMAIL-ADDRESS
           PERFORM 5100-READ-CONSENT
           IF WS-ENROLL AND WS-PC-DELIVERY = 'E' AND CV-GIVEN
               DISPLAY "Customer " WS-PC-IDNUM " already has email "
                   "delivery with consent given " CV-CONSENT-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-WITHDRAW AND WS-PC-DELIVERY NOT = 'E'
               DISPLAY "Customer " WS-PC-IDNUM " already has paper "
                   "delivery"
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-EMAIL = SPACES
               IF WS-ENROLL
                   DISPLAY "No email address on file for customer "
                       WS-PC-IDNUM " - add one through FileMaintain "
                       "first"
               ELSE
                   PERFORM 2300-WITHDRAW-WITHOUT-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT CV-NOTHING-PENDING
               DISPLAY "The code already sent to the customer is "
                   "replaced by a new one"
           END-IF
           IF WS-ENROLL
               SET CV-ENROLL-PENDING TO TRUE
           ELSE
               SET CV-WITHDRAW-PENDING TO TRUE
           END-IF
           PERFORM 2200-SET-NEW-CODE
           MOVE WS-TD-DATE TO CV-PENDING-DATE
           MOVE WS-PC-EMAIL TO CV-PENDING-EMAIL
           MOVE WS-PD-VERSION TO CV-PENDING-VERSION
           MOVE WS-OPERATOR-ID TO CV-PENDING-BY
           MOVE ZERO TO CV-PENDING-TRIES
           PERFORM 3500-SAVE-CONSENT
           IF NOT WS-CONSENT-ON-FILE
               EXIT PARAGRAPH
           END-IF
           CALL 'QueueWrite' USING WS-PC-IDNUM, WS-QUEUE-DOC,
               WS-QUEUE-CHANNEL
           DISPLAY "Confirmation code queued for email to "
               FUNCTION TRIM(WS-PC-EMAIL)
           DISPLAY "Delivery stays " WS-PC-DELIVERY " until the "
               "customer gives the code back".

       2100-READ-EMAIL-ADDRESS.
           MOVE SPACES TO WS-PC-EMAIL
           MOVE WS-PC-IDNUM TO CP-IDNUM
           MOVE 'P' TO CP-REC-TYPE
           MOVE ZERO TO CP-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CP-EMAIL TO WS-PC-EMAIL
           END-READ.

      *> Seeded from the clock and the customer so two requests in
      *> the same second still get different codes.
       2200-SET-NEW-CODE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-START-SEED
           ADD WS-PC-IDNUM TO WS-START-SEED
           MOVE WS-START-SEED TO WS-RANDOM-SEED
           PERFORM 8000-NEXT-RANDOM
           PERFORM 8000-NEXT-RANDOM
           COMPUTE CV-PENDING-CODE =
               FUNCTION MOD(WS-RANDOM-SEED, 900000) + 100000.

       2300-WITHDRAW-WITHOUT-CODE.
           DISPLAY "No email address on file to send a code to - "
               "the withdrawal is recorded now"
           DISPLAY "How did the customer ask - E)mail, P)hone, W)eb, "
               "B)ranch or L)etter " WITH NO ADVANCING
           PERFORM 3400-ACCEPT-METHOD
           IF NOT WS-PC-METHOD-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-APPLY-WITHDRAWAL
           PERFORM 3300-CLEAR-PENDING
           PERFORM 3500-SAVE-CONSENT
           IF WS-CONSENT-ON-FILE
               MOVE 'P' TO WS-PC-DELIVERY
               PERFORM 3600-SET-DELIVERY
           END-IF.

       3000-CONFIRM-CODE.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-PC-IDNUM
           PERFORM 5100-READ-CONSENT
           IF NOT WS-CONSENT-ON-FILE OR CV-NOTHING-PENDING
               DISPLAY "No consent request waiting for customer "
                   WS-PC-IDNUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PC-CODE-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TD-DATE)
               - FUNCTION INTEGER-OF-DATE(CV-PENDING-DATE)
           IF WS-PC-CODE-AGE > WS-PD-CODE-DAYS
               DISPLAY "The code sent " CV-PENDING-DATE " has lapsed"
                   " - start the request again"
               PERFORM 3300-CLEAR-PENDING
               PERFORM 3500-SAVE-CONSENT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code the customer gave back " WITH NO ADVANCING
           ACCEPT WS-PC-CODE-ENTRY
           MOVE ZERO TO WS-PC-CODE
           IF WS-PC-CODE-ENTRY IS NUMERIC
               MOVE WS-PC-CODE-ENTRY TO WS-PC-CODE
           END-IF
           IF WS-PC-CODE NOT = CV-PENDING-CODE
               ADD 1 TO CV-PENDING-TRIES
               IF CV-PENDING-TRIES < WS-MAX-TRIES
                   DISPLAY "Code does not match - delivery unchanged"
               ELSE
                   DISPLAY "Code does not match - too many tries, "
                       "the request is cancelled"
                   PERFORM 3300-CLEAR-PENDING
               END-IF
               PERFORM 3500-SAVE-CONSENT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "How did the code come back - E)mail reply, "
               "P)hone, W)eb, B)ranch or L)etter " WITH NO ADVANCING
           PERFORM 3400-ACCEPT-METHOD
           IF NOT WS-PC-METHOD-VALID
               EXIT PARAGRAPH
           END-IF
           IF CV-ENROLL-PENDING
               PERFORM 3100-APPLY-ENROLLMENT
               MOVE 'E' TO WS-PC-DELIVERY
           ELSE
               PERFORM 3200-APPLY-WITHDRAWAL
               MOVE 'P' TO WS-PC-DELIVERY
           END-IF
           PERFORM 3300-CLEAR-PENDING
           PERFORM 3500-SAVE-CONSENT
           PERFORM 3600-SET-DELIVERY.

       3100-APPLY-ENROLLMENT.
           SET CV-GIVEN TO TRUE
           MOVE WS-TD-DATE TO CV-CONSENT-DATE
           MOVE WS-PC-METHOD TO CV-CONSENT-METHOD
           MOVE CV-PENDING-VERSION TO CV-DISCLOSURE-VER
           MOVE CV-PENDING-EMAIL TO CV-CONSENT-EMAIL
           MOVE WS-OPERATOR-ID TO CV-CONFIRMED-BY
           MOVE ZERO TO CV-WITHDRAWN-DATE
           MOVE SPACE TO CV-WITHDRAWN-METHOD
           MOVE SPACES TO CV-WITHDRAWN-BY.

       3200-APPLY-WITHDRAWAL.
           SET CV-WITHDRAWN TO TRUE
           MOVE WS-TD-DATE TO CV-WITHDRAWN-DATE
           MOVE WS-PC-METHOD TO CV-WITHDRAWN-METHOD
           MOVE WS-OPERATOR-ID TO CV-WITHDRAWN-BY.

       3300-CLEAR-PENDING.
           SET CV-NOTHING-PENDING TO TRUE
           MOVE ZERO TO CV-PENDING-CODE
           MOVE ZERO TO CV-PENDING-DATE
           MOVE SPACES TO CV-PENDING-EMAIL
           MOVE SPACES TO CV-PENDING-VERSION
           MOVE SPACES TO CV-PENDING-BY
           MOVE ZERO TO CV-PENDING-TRIES.

       3400-ACCEPT-METHOD.
           ACCEPT WS-PC-METHOD
           MOVE FUNCTION UPPER-CASE(WS-PC-METHOD) TO WS-PC-METHOD
           IF NOT WS-PC-METHOD-VALID
               DISPLAY "Enter E, P, W, B or L - delivery unchanged"
           END-IF.

      *> Leaves WS-CONSENT-ON-FILE set only when the record is on
      *> file after the write.
       3500-SAVE-CONSENT.
           IF WS-CONSENT-ON-FILE
               REWRITE CUSTOMER-CONSENT-REC
                   INVALID KEY
                       DISPLAY "Consent update failed for customer "
                           WS-PC-IDNUM
                       MOVE 'N' TO WS-CONSENT-SWITCH
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
               END-REWRITE
           ELSE
               WRITE CUSTOMER-CONSENT-REC
                   INVALID KEY
                       DISPLAY "Consent record not added for customer "
                           WS-PC-IDNUM
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONSENT-SWITCH
                       PERFORM 9510-JOURNAL-WRITE
               END-WRITE
           END-IF.

       3600-SET-DELIVERY.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-PC-IDNUM " header not found - "
                   "delivery not changed"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE WS-PC-DELIVERY TO CUST-DELIVERY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Delivery update failed for customer "
                       WS-PC-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   IF WS-PC-DELIVERY = 'E'
                       DISPLAY "Consent recorded - customer "
                           WS-PC-IDNUM " now has email delivery"
                   ELSE
                       DISPLAY "Consent withdrawn - customer "
                           WS-PC-IDNUM " now has paper delivery"
                   END-IF
           END-REWRITE.

       4000-SHOW-CONSENT.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-PC-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-PC-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delivery preference " CUST-DELIVERY
           PERFORM 5100-READ-CONSENT
           IF NOT WS-CONSENT-ON-FILE
               DISPLAY "No email consent on file"
               EXIT PARAGRAPH
           END-IF
           IF CV-GIVEN OR CV-WITHDRAWN
               DISPLAY "Consent given " CV-CONSENT-DATE " by "
                   CV-CONSENT-METHOD " disclosure " CV-DISCLOSURE-VER
                   " confirmed by " CV-CONFIRMED-BY
               DISPLAY "Address confirmed "
                   FUNCTION TRIM(CV-CONSENT-EMAIL)
           END-IF
           IF CV-WITHDRAWN
               DISPLAY "Consent withdrawn " CV-WITHDRAWN-DATE " by "
                   CV-WITHDRAWN-METHOD " recorded by " CV-WITHDRAWN-BY
           END-IF
           IF CV-ENROLL-PENDING
               DISPLAY "Enrollment code sent " CV-PENDING-DATE " to "
                   FUNCTION TRIM(CV-PENDING-EMAIL) " - waiting"
           END-IF
           IF CV-WITHDRAW-PENDING
               DISPLAY "Withdrawal code sent " CV-PENDING-DATE " to "
                   FUNCTION TRIM(CV-PENDING-EMAIL) " - waiting"
           END-IF.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-PC-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ.

      *> With no consent record on file a fresh one is set up in the
      *> record area ready to be written.
       5100-READ-CONSENT.
           MOVE 'N' TO WS-CONSENT-SWITCH
           MOVE WS-PC-IDNUM TO CV-IDNUM
           MOVE 'V' TO CV-REC-TYPE
           MOVE ZERO TO CV-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONSENT-SWITCH
                   MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           END-READ
           IF NOT WS-CONSENT-ON-FILE
               MOVE SPACES TO CUSTOMER-CONSENT-REC
               MOVE WS-PC-IDNUM TO CV-IDNUM
               MOVE 'V' TO CV-REC-TYPE
               MOVE ZERO TO CV-SEQ
               MOVE ZERO TO CV-CONSENT-DATE
               MOVE ZERO TO CV-WITHDRAWN-DATE
               PERFORM 3300-CLEAR-PENDING
           END-IF.

       8000-NEXT-RANDOM.
           COMPUTE WS-RANDOM-WORK =
               WS-RANDOM-SEED * 16807
           COMPUTE WS-RANDOM-SEED =
               FUNCTION MOD(WS-RANDOM-WORK, 999999937).

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

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
