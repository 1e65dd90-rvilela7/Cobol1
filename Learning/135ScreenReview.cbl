            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScreenReview.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENREVIEW ASSIGN TO "files/ScreeningReview.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SR-STATUS.
           SELECT CUSTOMERAUDIT ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCREENREVIEW.
       COPY "ScreenReview.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-REVIEW VALUE 'R'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-REPLY PIC X.
           88 WS-REPLY-CLEAR VALUE 'C'.
           88 WS-REPLY-CONFIRM VALUE 'X'.
           88 WS-REPLY-AGREE VALUE 'A'.
           88 WS-REPLY-DISAGREE VALUE 'D'.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-REVIEW-IDNUM PIC 9(7).
       01 WS-REVIEW-ENTRY PIC X(10).
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

       01 WS-SR-STATUS PIC XX.
       01 WS-CA-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Every possible watch-list match takes two operators. The
      *> first proposes clearing or confirming it; the decision only
      *> stands once a different operator agrees. A disagreement
      *> sends the item back to be looked at afresh. A confirmed
      *> match blocks payments, refunds and debits on the account.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - ScreenReview ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SCREENREVIEW
           IF WS-SR-STATUS NOT = "00"
               DISPLAY "No screening matches on file - status "
                   WS-SR-STATUS
               GOBACK
           END-IF
           OPEN EXTEND CUSTOMERAUDIT
           IF WS-CA-STATUS NOT = "00"
               MOVE "CUSTOMERAUDIT" TO WS-ABEND-FILE-NAME
               MOVE WS-CA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE SCREENREVIEW
           CLOSE CUSTOMERAUDIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist open matches, R)eview a match or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-WORKLIST
           ELSE IF WS-REVIEW
               PERFORM 3000-REVIEW-ONE
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, R or Q"
           END-IF.

       2000-LIST-WORKLIST.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SR-KEY
           START SCREENREVIEW KEY IS NOT LESS THAN SR-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-LIST-ONE-MATCH UNTIL WSEOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "The screening review worklist is empty"
           END-IF.

       2010-LIST-ONE-MATCH.
           READ SCREENREVIEW NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND SR-OPEN
               ADD 1 TO WS-LIST-COUNT
               DISPLAY SR-IDNUM " " SR-ENTRY-ID " "
                   FUNCTION TRIM(SR-CUST-FIRST) " "
                   FUNCTION TRIM(SR-CUST-LAST) " raised by "
                   SR-RAISED-BY " " SR-RAISED-DATE " status "
                   SR-STATUS
           END-IF.

       3000-REVIEW-ONE.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-REVIEW-IDNUM
           DISPLAY "Watch-list entry ID " WITH NO ADVANCING
           ACCEPT WS-REVIEW-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-ENTRY) TO WS-REVIEW-ENTRY
           MOVE WS-REVIEW-IDNUM TO SR-IDNUM
           MOVE WS-REVIEW-ENTRY TO SR-ENTRY-ID
           READ SCREENREVIEW
               INVALID KEY
                   DISPLAY "No match on file for customer "
                       WS-REVIEW-IDNUM " entry " WS-REVIEW-ENTRY
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Customer " SR-IDNUM " "
               FUNCTION TRIM(SR-CUST-FIRST) " "
               FUNCTION TRIM(SR-CUST-LAST) " born " SR-CUST-DOB
           DISPLAY "Listed   " SR-ENTRY-ID " "
               FUNCTION TRIM(SR-LIST-FIRST) " "
               FUNCTION TRIM(SR-LIST-LAST) " born " SR-LIST-DOB
           IF SR-PENDING
               PERFORM 3100-FIRST-DECISION
           ELSE IF SR-AWAITING-SECOND
               PERFORM 3200-SECOND-DECISION
           ELSE IF SR-CLEARED
               DISPLAY "Already cleared by " SR-FIRST-REVIEWER
                   " and " SR-SECOND-REVIEWER " on " SR-DECIDED-DATE
           ELSE
               DISPLAY "Already confirmed by " SR-FIRST-REVIEWER
                   " and " SR-SECOND-REVIEWER " on " SR-DECIDED-DATE
           END-IF.

       3100-FIRST-DECISION.
           DISPLAY "C)lear as a false match, X) confirm the match or "
               "anything else to skip " WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF NOT WS-REPLY-CLEAR AND NOT WS-REPLY-CONFIRM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REPLY TO SR-PROPOSED
           MOVE WS-OPERATOR-ID TO SR-FIRST-REVIEWER
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-FIRST-DATE
           SET SR-AWAITING-SECOND TO TRUE
           MOVE "PROPOSED" TO WS-AUDIT-ACTION
           PERFORM 4000-REWRITE-REVIEW
           DISPLAY "Decision recorded - a second operator must agree".

       3200-SECOND-DECISION.
           IF SR-PROPOSE-CLEAR
               DISPLAY "Proposed CLEAR by " SR-FIRST-REVIEWER
                   " on " SR-FIRST-DATE
           ELSE
               DISPLAY "Proposed CONFIRM by " SR-FIRST-REVIEWER
                   " on " SR-FIRST-DATE
           END-IF
           IF SR-FIRST-REVIEWER = WS-OPERATOR-ID
               DISPLAY "  The second review must be by a different "
                   "operator - left pending"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A)gree, D)isagree or anything else to skip "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF WS-REPLY-AGREE
               MOVE SR-PROPOSED TO SR-STATUS
               MOVE WS-OPERATOR-ID TO SR-SECOND-REVIEWER
               MOVE FUNCTION CURRENT-DATE(1:8) TO SR-DECIDED-DATE
               IF SR-CLEARED
                   MOVE "CLEARED" TO WS-AUDIT-ACTION
               ELSE
                   MOVE "CONFIRMED" TO WS-AUDIT-ACTION
               END-IF
               PERFORM 4000-REWRITE-REVIEW
               DISPLAY "Match " FUNCTION TRIM(WS-AUDIT-ACTION)
                   " for customer " SR-IDNUM
           ELSE
               IF WS-REPLY-DISAGREE
                   SET SR-PENDING TO TRUE
                   MOVE SPACE TO SR-PROPOSED
                   MOVE WS-OPERATOR-ID TO SR-SECOND-REVIEWER
                   MOVE "DISAGREED" TO WS-AUDIT-ACTION
                   PERFORM 4000-REWRITE-REVIEW
                   DISPLAY "Match returned to the worklist for a "
                       "fresh review"
               END-IF
           END-IF.

       4000-REWRITE-REVIEW.
           REWRITE SCREENREVIEWRECORD
               INVALID KEY
                   DISPLAY "Screening review rewrite failed for "
                       "customer " SR-IDNUM
               NOT INVALID KEY
                   PERFORM 5000-LOG-AUDIT-ENTRY
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
               " SCRREVIEW " DELIMITED BY SIZE
               SR-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-ENTRY-ID DELIMITED BY SIZE
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
