            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsentAudit.
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
           SELECT CONSENTRPT ASSIGN TO "files/ConsentAudit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD CONSENTRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

      *> What has been seen so far of the customer in hand. The
      *> header, the primary phone record and the consent record all
      *> come under the one customer number in key order.
       01 WS-HELD-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-CUSTOMER-HELD VALUE 'Y'.
       01 WS-HELD-NAME PIC X(30).
       01 WS-HELD-DELIVERY PIC X.
           88 WS-HELD-ON-EMAIL VALUE 'E'.
       01 WS-HELD-EMAIL PIC X(30).
       01 WS-HELD-CONSENT-SWITCH PIC X.
           88 WS-HELD-CONSENT-FOUND VALUE 'Y'.
       01 WS-HELD-CONSENT PIC X(157).

       01 WS-EXCEPTION-SWITCH PIC X.
           88 WS-IS-EXCEPTION VALUE 'Y'.

       01 WS-EMAIL-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-EVIDENCED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-NO-CONSENT-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-PRIOR-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(7) COMP-3 VALUE ZERO.

       COPY "PaperlessDisclosure.cpy".

       01 PAGEHEADING.
           02 FILLER PIC X(40)
               VALUE "Email delivery consent audit as at ".
           02 PRNRUNDATE PIC 9(8).
       01 VERSIONHEADING.
           02 FILLER PIC X(40)
               VALUE "Current disclosure version ".
           02 PRNCURRENTVERSION PIC X(8).
       01 DETAILHEADS PIC X(132) VALUE
           "IDNum   Name                           Email on file                  Consent  How    Version  By       Exception".
       01 DETAILLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNNAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PRNEMAIL PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCONSENTDATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNMETHOD PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PRNVERSION PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCONFIRMEDBY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXCEPTION PIC X(22).
       01 SUMMARYLINE.
           02 PRNSUMLABEL PIC X(48).
           02 PRNSUMCOUNT PIC Z,ZZZ,ZZ9.

       01 WS-CF-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Lists every customer with email delivery and the consent
      *> evidence behind it - when consent was given, how the code
      *> came back, the disclosure version accepted and who entered
      *> it. Exceptions are flagged: email delivery with no consent
      *> given, consent withdrawn, or an email address on file that
      *> differs from the one the customer confirmed. A withdrawal
      *> waiting for its code and consent to an earlier disclosure
      *> are noted but are not exceptions. Return code 4 when there
      *> are any exceptions.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT CONSENTRPT
           IF WS-CR-STATUS NOT = "00"
               MOVE "CONSENTRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-CR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TD-DATE TO PRNRUNDATE
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE WS-PD-VERSION TO PRNCURRENTVERSION
           WRITE PRINTLINE FROM VERSIONHEADING AFTER ADVANCING 1 LINE
           WRITE PRINTLINE FROM DETAILHEADS AFTER ADVANCING 2 LINES
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1000-READ-ONE-RECORD UNTIL WSEOF
           IF WS-CUSTOMER-HELD
               PERFORM 2000-REPORT-CUSTOMER
           END-IF
           IF WS-EMAIL-COUNT = ZERO
               MOVE "  (no customers have email delivery)" TO PRINTLINE
               WRITE PRINTLINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 3000-PRINT-SUMMARY
           CLOSE CUSTOMERFILE
           CLOSE CONSENTRPT
           DISPLAY "Consent audit - " WS-EMAIL-COUNT
               " customers on email, " WS-EVIDENCED-COUNT
               " with consent, " WS-EXCEPTION-COUNT " exceptions"
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF IDNUM NOT = WS-HELD-IDNUM
               IF WS-CUSTOMER-HELD
                   PERFORM 2000-REPORT-CUSTOMER
               END-IF
               MOVE IDNUM TO WS-HELD-IDNUM
               MOVE 'N' TO WS-HELD-SWITCH
               MOVE SPACES TO WS-HELD-EMAIL
               MOVE 'N' TO WS-HELD-CONSENT-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN REC-IS-HEADER
                   MOVE 'Y' TO WS-HELD-SWITCH
                   MOVE CUST-DELIVERY TO WS-HELD-DELIVERY
                   MOVE SPACES TO WS-HELD-NAME
                   STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                       INTO WS-HELD-NAME
               WHEN REC-IS-PHONE AND CP-SEQ = ZERO
                   MOVE CP-EMAIL TO WS-HELD-EMAIL
               WHEN REC-IS-CONSENT
                   MOVE 'Y' TO WS-HELD-CONSENT-SWITCH
                   MOVE CUSTOMERDATA TO WS-HELD-CONSENT
           END-EVALUATE.

       2000-REPORT-CUSTOMER.
           IF NOT WS-HELD-ON-EMAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMAIL-COUNT
           MOVE 'N' TO WS-EXCEPTION-SWITCH
           MOVE SPACES TO DETAILLINE
           MOVE WS-HELD-IDNUM TO PRNIDNUM
           MOVE WS-HELD-NAME TO PRNNAME
           MOVE WS-HELD-EMAIL TO PRNEMAIL
           IF NOT WS-HELD-CONSENT-FOUND
               MOVE "NO CONSENT ON FILE" TO PRNEXCEPTION
               ADD 1 TO WS-NO-CONSENT-COUNT
               SET WS-IS-EXCEPTION TO TRUE
           ELSE
               MOVE WS-HELD-CONSENT TO CUSTOMERDATA
               PERFORM 2100-SHOW-EVIDENCE
           END-IF
           IF WS-IS-EXCEPTION
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           WRITE PRINTLINE FROM DETAILLINE AFTER ADVANCING 1 LINE.

       2100-SHOW-EVIDENCE.
           IF NOT CV-NEVER-GIVEN
               MOVE CV-CONSENT-DATE TO PRNCONSENTDATE
               PERFORM 2110-SET-METHOD-NAME
               MOVE CV-DISCLOSURE-VER TO PRNVERSION
               MOVE CV-CONFIRMED-BY TO PRNCONFIRMEDBY
           END-IF
           EVALUATE TRUE
               WHEN CV-NEVER-GIVEN
                   MOVE "NO CONSENT ON FILE" TO PRNEXCEPTION
                   ADD 1 TO WS-NO-CONSENT-COUNT
                   SET WS-IS-EXCEPTION TO TRUE
               WHEN CV-WITHDRAWN
                   MOVE SPACES TO PRNEXCEPTION
                   STRING "WITHDRAWN " DELIMITED BY SIZE
                       CV-WITHDRAWN-DATE DELIMITED BY SIZE
                       INTO PRNEXCEPTION
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   SET WS-IS-EXCEPTION TO TRUE
               WHEN CV-CONSENT-EMAIL NOT = WS-HELD-EMAIL
                   MOVE "EMAIL CHANGED SINCE" TO PRNEXCEPTION
                   ADD 1 TO WS-CHANGED-COUNT
                   SET WS-IS-EXCEPTION TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-EVIDENCED-COUNT
                   IF CV-WITHDRAW-PENDING
                       MOVE "(withdrawal waiting)" TO PRNEXCEPTION
                       ADD 1 TO WS-PENDING-COUNT
                   ELSE IF CV-DISCLOSURE-VER NOT = WS-PD-VERSION
                       MOVE "(earlier disclosure)" TO PRNEXCEPTION
                       ADD 1 TO WS-PRIOR-COUNT
                   END-IF
           END-EVALUATE.

       2110-SET-METHOD-NAME.
           EVALUATE CV-CONSENT-METHOD
               WHEN 'E'
                   MOVE "EMAIL" TO PRNMETHOD
               WHEN 'P'
                   MOVE "PHONE" TO PRNMETHOD
               WHEN 'W'
                   MOVE "WEB" TO PRNMETHOD
               WHEN 'B'
                   MOVE "BRANCH" TO PRNMETHOD
               WHEN 'L'
                   MOVE "LETTER" TO PRNMETHOD
               WHEN OTHER
                   MOVE CV-CONSENT-METHOD TO PRNMETHOD
           END-EVALUATE.

       3000-PRINT-SUMMARY.
           MOVE "Customers with email delivery" TO PRNSUMLABEL
           MOVE WS-EMAIL-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 3 LINES
           MOVE "  with consent evidence on file" TO PRNSUMLABEL
           MOVE WS-EVIDENCED-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE
           MOVE "    withdrawal waiting for its code" TO PRNSUMLABEL
           MOVE WS-PENDING-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE
           MOVE "    consent to an earlier disclosure" TO PRNSUMLABEL
           MOVE WS-PRIOR-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE
           MOVE "  with no consent on file" TO PRNSUMLABEL
           MOVE WS-NO-CONSENT-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE
           MOVE "  with consent withdrawn" TO PRNSUMLABEL
           MOVE WS-WITHDRAWN-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE
           MOVE "  with the email changed since consent" TO PRNSUMLABEL
           MOVE WS-CHANGED-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
