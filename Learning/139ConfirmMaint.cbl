            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITCONFIRM ASSIGN TO "files/AuditConfirmations.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACF-KEY
               FILE STATUS IS WS-AC-STATUS.
           SELECT CUSTOMERAUDIT ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITCONFIRM.
       COPY "AuditConfirm.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-RECORD VALUE 'R'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-REPLY PIC X.
           88 WS-REPLY-AGREED VALUE 'A'.
           88 WS-REPLY-DISAGREED VALUE 'D'.
           88 WS-REPLY-NO-RESPONSE VALUE 'N'.
           88 WS-REPLY-VALID VALUE 'A' 'D' 'N'.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-CM-PERIOD PIC 9(6).
       01 WS-CM-IDNUM PIC 9(7).
       01 WS-CM-STATED PIC S9(7)V99.
       01 WS-CM-BOOK-EDIT PIC $$,$$$,$$9.99-.
       01 WS-CM-STATED-EDIT PIC $$,$$$,$$9.99-.
       01 WS-AUDIT-ACTION PIC X(10).

       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-YYYY PIC 9(4).
           02 WS-AT-MM PIC 9(2).
           02 WS-AT-DD PIC 9(2).
           02 WS-AT-HH PIC 9(2).
           02 WS-AT-MIN PIC 9(2).
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-AC-STATUS PIC XX.
       01 WS-CA-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Replies to the auditors' confirmation letters are keyed in
      *> here as they come back: agreed, disagreed with the amount
      *> the customer says was owed, or no response once the reply
      *> deadline has passed. A reply may be re-keyed to correct it;
      *> every change leaves a line on the customer audit log.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - ConfirmMaint ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O AUDITCONFIRM
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "No confirmation sample on file - status "
                   WS-AC-STATUS
               GOBACK
           END-IF
           OPEN EXTEND CUSTOMERAUDIT
           IF WS-CA-STATUS NOT = "00"
               MOVE "CUSTOMERAUDIT" TO WS-ABEND-FILE-NAME
               MOVE WS-CA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           DISPLAY "Month-end period of the sample YYYYMM "
               WITH NO ADVANCING
           ACCEPT WS-CM-PERIOD
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE AUDITCONFIRM
           CLOSE CUSTOMERAUDIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist letters awaiting reply, R)ecord a reply or "
               "Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-AWAITING
           ELSE IF WS-RECORD
               PERFORM 3000-RECORD-REPLY
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, R or Q"
           END-IF.

       2000-LIST-AWAITING.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-CM-PERIOD TO ACF-PERIOD
           MOVE ZERO TO ACF-IDNUM
           START AUDITCONFIRM KEY IS NOT LESS THAN ACF-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-LIST-ONE-CONFIRMATION UNTIL WSEOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No letters awaiting a reply for " WS-CM-PERIOD
           END-IF.

       2010-LIST-ONE-CONFIRMATION.
           READ AUDITCONFIRM NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF
               IF ACF-PERIOD NOT = WS-CM-PERIOD
                   SET WSEOF TO TRUE
               ELSE
                   IF ACF-AWAITING
                       ADD 1 TO WS-LIST-COUNT
                       MOVE ACF-BOOK-AMOUNT TO WS-CM-BOOK-EDIT
                       DISPLAY ACF-IDNUM " book " WS-CM-BOOK-EDIT
                           " selected " ACF-SELECTED-DATE
                           " method " ACF-METHOD
                   END-IF
               END-IF
           END-IF.

       3000-RECORD-REPLY.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-CM-IDNUM
           MOVE WS-CM-PERIOD TO ACF-PERIOD
           MOVE WS-CM-IDNUM TO ACF-IDNUM
           READ AUDITCONFIRM
               INVALID KEY
                   DISPLAY "Customer " WS-CM-IDNUM
                       " is not in the sample for " WS-CM-PERIOD
                   EXIT PARAGRAPH
           END-READ
           MOVE ACF-BOOK-AMOUNT TO WS-CM-BOOK-EDIT
           DISPLAY "Customer " ACF-IDNUM " balance per books "
               WS-CM-BOOK-EDIT
           IF NOT ACF-AWAITING
               MOVE ACF-STATED-AMOUNT TO WS-CM-STATED-EDIT
               DISPLAY "  Reply already recorded: " ACF-STATUS
                   " stated " WS-CM-STATED-EDIT " on "
                   ACF-RESPONSE-DATE " by " ACF-RECORDED-BY
           END-IF
           DISPLAY "A)greed, D)isagreed, N)o response or anything "
               "else to skip " WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF NOT WS-REPLY-VALID
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-REPLY-DISAGREED
                   DISPLAY "Amount the customer says was owed "
                       WITH NO ADVANCING
                   ACCEPT WS-CM-STATED
                   IF WS-CM-STATED = ACF-BOOK-AMOUNT
                       DISPLAY "Stated amount equals the book balance - "
                           "record the reply as agreed"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CM-STATED TO ACF-STATED-AMOUNT
                   COMPUTE ACF-DIFFERENCE =
                       ACF-BOOK-AMOUNT - ACF-STATED-AMOUNT
                   MOVE "DISAGREED" TO WS-AUDIT-ACTION
               WHEN WS-REPLY-AGREED
                   MOVE ACF-BOOK-AMOUNT TO ACF-STATED-AMOUNT
                   MOVE ZERO TO ACF-DIFFERENCE
                   MOVE "AGREED" TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE ZERO TO ACF-STATED-AMOUNT
                   MOVE ZERO TO ACF-DIFFERENCE
                   MOVE "NORESPONSE" TO WS-AUDIT-ACTION
           END-EVALUATE
           MOVE WS-REPLY TO ACF-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACF-RESPONSE-DATE
           MOVE WS-OPERATOR-ID TO ACF-RECORDED-BY
           REWRITE AUDITCONFIRMRECORD
               INVALID KEY
                   DISPLAY "Confirmation rewrite failed for customer "
                       ACF-IDNUM
               NOT INVALID KEY
                   PERFORM 5000-LOG-AUDIT-ENTRY
                   DISPLAY "Reply recorded for customer " ACF-IDNUM
           END-REWRITE.

       5000-LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDITLINE
           STRING WS-AT-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AT-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AT-DD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AT-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AT-MIN DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AT-SEC DELIMITED BY SIZE
               " AUDCONFIRM " DELIMITED BY SIZE
               ACF-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACF-PERIOD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

      *> Chain the line onto the audit log; the first line of a day
      *> goes out behind the seal for the day before.
       9600-CHAIN-AUDIT-LINE.
           SET LCH-AUDIT-LOG TO TRUE
           SET LCH-LINK-NEW TO TRUE
           CALL 'AuditChain' USING LOGCHAINCALL, AUDITLINE
           IF LCH-SEAL-DUE
               MOVE AUDITLINE TO LCH-HELD-RECORD
               WRITE AUDITLINE FROM LCH-SEAL-RECORD
               MOVE LCH-HELD-RECORD TO AUDITLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
