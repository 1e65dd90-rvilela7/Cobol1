            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditOfficer.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITAPPFILE ASSIGN TO
               "files/CreditApplications.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRA-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT PENDINGCUST ASSIGN TO
               "files/PendingCustomers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PCU-KEY
               FILE STATUS IS WS-PU-STATUS.
           SELECT CUSTOMERAUDIT ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDITAPPFILE.
       COPY "CreditApplication.cpy".

       FD PENDINGCUST.
       COPY "PendingCustomer.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-DECIDE VALUE 'D'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-REPLY PIC X.
           88 WS-REPLY-APPROVE VALUE 'A'.
           88 WS-REPLY-DECLINE VALUE 'D'.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-DECIDE-IDNUM PIC 9(7).
       01 WS-ENTRY-LIMIT PIC 9(7)V99.
       01 WS-ENTRY-GRADE PIC X.
       01 WS-AUDIT-ACTION PIC X(10).
       01 WS-REASON-NO PIC 9.
       01 WS-LIMIT-EDIT PIC $$,$$$,$$9.99.
       01 WS-SCORE-EDIT PIC -ZZZ9.

       COPY "ScoreReasons.cpy".

       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-YYYY PIC 9(4).
           02 WS-AT-MM PIC 9(2).
           02 WS-AT-DD PIC 9(2).
           02 WS-AT-HH PIC 9(2).
           02 WS-AT-MIN PIC 9(2).
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-AP-STATUS PIC XX.
       01 WS-PU-STATUS PIC XX.
       01 WS-CA-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> The credit officer worklist: applications the scorecard
      *> referred wait here for a decision. An approval sets the
      *> limit and risk grade the account opens with and sends the
      *> pending customer back to OnboardVerify for activation; a
      *> decline rejects the pending customer and sends the adverse
      *> action notice. The officer must not be the operator who
      *> scored the application.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - CreditOfficer ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CREDITAPPFILE
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "No credit applications on file - status "
                   WS-AP-STATUS
               GOBACK
           END-IF
           OPEN I-O PENDINGCUST
           IF WS-PU-STATUS NOT = "00"
               MOVE "PENDINGCUST" TO WS-ABEND-FILE-NAME
               MOVE WS-PU-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN EXTEND CUSTOMERAUDIT
           IF WS-CA-STATUS NOT = "00"
               MOVE "CUSTOMERAUDIT" TO WS-ABEND-FILE-NAME
               MOVE WS-CA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CREDITAPPFILE
           CLOSE PENDINGCUST
           CLOSE CUSTOMERAUDIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist referred applications, D)ecide one or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-WORKLIST
           ELSE IF WS-DECIDE
               PERFORM 3000-DECIDE-ONE
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, D or Q"
           END-IF.

       2000-LIST-WORKLIST.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CRA-KEY
           START CREDITAPPFILE KEY IS NOT LESS THAN CRA-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-LIST-ONE-APPLICATION UNTIL WSEOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "The credit officer worklist is empty"
           END-IF.

       2010-LIST-ONE-APPLICATION.
           READ CREDITAPPFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND CRA-REFERRED
               ADD 1 TO WS-LIST-COUNT
               MOVE CRA-SCORE TO WS-SCORE-EDIT
               MOVE CRA-REC-LIMIT TO WS-LIMIT-EDIT
               DISPLAY CRA-IDNUM " "
                   FUNCTION TRIM(CRA-FIRSTNAME) " "
                   FUNCTION TRIM(CRA-LASTNAME) " class " CRA-CLASS
                   " score " WS-SCORE-EDIT " limit " WS-LIMIT-EDIT
                   " grade " CRA-REC-GRADE " scored " CRA-SCORED-DATE
                   " by " CRA-SCORED-BY
           END-IF.

       3000-DECIDE-ONE.
           DISPLAY "Application (customer) ID " WITH NO ADVANCING
           ACCEPT WS-DECIDE-IDNUM
           MOVE WS-DECIDE-IDNUM TO CRA-IDNUM
           READ CREDITAPPFILE
               INVALID KEY
                   DISPLAY "No credit application on file for "
                       WS-DECIDE-IDNUM
                   EXIT PARAGRAPH
           END-READ
           IF NOT CRA-REFERRED
               DISPLAY "Application " CRA-IDNUM " is not awaiting a "
                   "credit officer - status " CRA-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-SHOW-APPLICATION
           IF CRA-SCORED-BY = WS-OPERATOR-ID
               DISPLAY "  The decision must be taken by an officer "
                   "other than the operator who scored it - left "
                   "on the worklist"
               EXIT PARAGRAPH
           END-IF
           MOVE CRA-IDNUM TO PCU-IDNUM
           READ PENDINGCUST
               INVALID KEY
                   DISPLAY "Customer " CRA-IDNUM " is no longer on "
                       "the onboarding queue - no decision taken"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "A)pprove, D)ecline or anything else to skip "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF WS-REPLY-APPROVE
               PERFORM 3200-APPROVE
           ELSE IF WS-REPLY-DECLINE
               PERFORM 3300-DECLINE
           END-IF.

       3100-SHOW-APPLICATION.
           DISPLAY "Applicant " CRA-IDNUM " "
               FUNCTION TRIM(CRA-FIRSTNAME) " "
               FUNCTION TRIM(CRA-LASTNAME) ", "
               FUNCTION TRIM(CRA-CITY) " " CRA-STATE
           DISPLAY "  Class " CRA-CLASS "  region " CRA-REGION
               "  age " CRA-AGE "  existing relationship "
               CRA-RELATIONSHIP "  guarantor " CRA-GUARANTOR
               "  prior write-offs " CRA-WRITEOFFS
           MOVE CRA-SCORE TO WS-SCORE-EDIT
           MOVE CRA-REC-LIMIT TO WS-LIMIT-EDIT
           DISPLAY "  Score " WS-SCORE-EDIT "  recommended limit "
               WS-LIMIT-EDIT "  grade " CRA-REC-GRADE
           PERFORM 3110-SHOW-ONE-REASON
               VARYING WS-REASON-NO FROM 1 BY 1 UNTIL WS-REASON-NO > 3.

       3110-SHOW-ONE-REASON.
           IF CRA-REASON(WS-REASON-NO) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SR-PICK
           PERFORM 3120-MATCH-REASON
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
           IF WS-SR-PICK > ZERO
               DISPLAY "  Reason " WS-REASON-NO ": "
                   WS-SR-TEXT(WS-SR-PICK)
           END-IF.

       3120-MATCH-REASON.
           IF WS-SR-CODE(WS-SR-IDX) = CRA-REASON(WS-REASON-NO)
               MOVE WS-SR-IDX TO WS-SR-PICK
           END-IF.

      *> The officer may open the account at the recommended limit
      *> or set another; a zero entry keeps the recommendation.
       3200-APPROVE.
           DISPLAY "Initial credit limit (0 = recommended) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-LIMIT
           IF WS-ENTRY-LIMIT = ZERO
               MOVE CRA-REC-LIMIT TO WS-ENTRY-LIMIT
           END-IF
           DISPLAY "Risk grade A-E (space = recommended) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-GRADE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-GRADE) TO WS-ENTRY-GRADE
           IF WS-ENTRY-GRADE = SPACE
               MOVE CRA-REC-GRADE TO WS-ENTRY-GRADE
           END-IF
           IF WS-ENTRY-GRADE < 'A' OR WS-ENTRY-GRADE > 'E'
               DISPLAY "Risk grade must be A to E - no decision taken"
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-LIMIT = ZERO
               DISPLAY "An approval needs a credit limit - no "
                   "decision taken"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-LIMIT TO CRA-FINAL-LIMIT
           MOVE WS-ENTRY-GRADE TO CRA-FINAL-GRADE
           SET CRA-OFFICER-APPROVED TO TRUE
           PERFORM 4000-RECORD-DECISION
           SET PCU-PENDING TO TRUE
           MOVE "CREDIT APPROVED" TO PCU-REASON
           REWRITE PENDINGCUSTREC
               INVALID KEY
                   DISPLAY "Pending rewrite failed"
           END-REWRITE
           MOVE "CRAPPROVE " TO WS-AUDIT-ACTION
           PERFORM 5000-LOG-AUDIT-ENTRY
           MOVE WS-ENTRY-LIMIT TO WS-LIMIT-EDIT
           DISPLAY "Application " CRA-IDNUM " approved at "
               WS-LIMIT-EDIT " grade " WS-ENTRY-GRADE
               " - ready for activation in OnboardVerify".

       3300-DECLINE.
           MOVE ZERO TO CRA-FINAL-LIMIT
           MOVE SPACE TO CRA-FINAL-GRADE
           SET CRA-DECLINED TO TRUE
           PERFORM 4000-RECORD-DECISION
           SET PCU-REJECTED TO TRUE
           MOVE "CREDIT DECLINED" TO PCU-REASON
           REWRITE PENDINGCUSTREC
               INVALID KEY
                   DISPLAY "Pending rewrite failed"
           END-REWRITE
           CALL 'DeclineLetter' USING CREDITAPPRECORD
           MOVE "CRDECLINE " TO WS-AUDIT-ACTION
           PERFORM 5000-LOG-AUDIT-ENTRY
           DISPLAY "Application " CRA-IDNUM " declined - adverse "
               "action notice printed".

       4000-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO CRA-OFFICER
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRA-DECIDED-DATE
           REWRITE CREDITAPPRECORD
               INVALID KEY
                   DISPLAY "Credit application rewrite failed for "
                       CRA-IDNUM
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
               " CREDITOFF  " DELIMITED BY SIZE
               CRA-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
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
