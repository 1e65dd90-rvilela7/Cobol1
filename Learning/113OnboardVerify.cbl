               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT CREDITAPPFILE ASSIGN TO
               "files/CreditApplications.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRA-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT CUSTOMERAUDIT ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD CREDITAPPFILE.
       COPY "CreditApplication.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-REJECT VALUE 'R'.
       01 WS-CHECKS-OK PIC X.
           88 WS-ALL-CHECKS-PASS VALUE 'Y'.
       01 WS-CREDIT-OK PIC X.
           88 WS-CREDIT-APPROVED VALUE 'Y'.
       01 WS-APP-FOUND PIC X.
           88 WS-APP-ON-FILE VALUE 'Y'.

       01 WS-VERIFY-IDNUM PIC 9(7).
       01 WS-NEW-LANGUAGE PIC X.
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-DOB-SPLIT.
           02 WS-DOB-MM PIC 99.
           02 WS-DOB-DD PIC 99.
           02 WS-DOB-YYYY PIC 9(4).
       01 WS-SSN-SPLIT.
           02 WS-SSN-AREA PIC 9(3).
           02 WS-SSN-GROUP PIC 99.
           02 WS-SSN-SERIAL PIC 9(4).
       01 WS-CURRENT-DATE.
           02 WS-CD-YYYY PIC 9(4).
           02 FILLER PIC X(17).
       01 WS-XREF-IDNUM PIC 9(7).
       01 WS-XREF-RESULT PIC X.
           88 WS-XREF-SHARED VALUE 'S'.
       01 WS-RELATED-IDNUM PIC 9(7).
       01 WS-RELATED-SWITCH PIC X.
           88 WS-RELATED-IN-GOOD-STANDING VALUE 'Y'.
       01 WS-GUARANTOR-IDNUM PIC 9(7).
       01 WS-REASON-NO PIC 9.
       01 WS-LIMIT-EDIT PIC $$,$$$,$$9.99.
       01 WS-SCORE-EDIT PIC -ZZZ9.

       COPY "ScoreReasons.cpy".

       01 WS-SZEDIT-RESULT PIC X.
           88 WS-SZEDIT-VALID VALUE 'V'.
       01 WS-EDIT-STATE PIC XX.
       01 WS-EDIT-ZIP PIC X(10).

       01 WS-SCREEN-RESULT PIC X.
           88 WS-SCREEN-CLEAR VALUE 'N'.
           88 WS-SCREEN-HELD VALUE 'P'.

       01 WS-BALANCE-ZERO PIC S9(7)V99 VALUE ZERO.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "OPN".
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "OnboardVerify".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-PU-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-CA-STATUS PIC XX.
       01 WS-AP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE WS-CA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O CREDITAPPFILE
           IF WS-AP-STATUS = "35"
               OPEN OUTPUT CREDITAPPFILE
               CLOSE CREDITAPPFILE
               OPEN I-O CREDITAPPFILE
           END-IF
           IF WS-AP-STATUS NOT = "00"
               MOVE "CREDITAPPFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE PENDINGCUST
           CLOSE CUSTOMERFILE
           CLOSE CREDITAPPFILE
           CLOSE CUSTOMERAUDIT
           GOBACK.

           END-READ
           IF WS-RECORD-FOUND
               PERFORM 3100-RUN-VERIFICATION-CHECKS
               MOVE 'N' TO WS-CREDIT-OK
               IF WS-ALL-CHECKS-PASS
                   PERFORM 3300-CHECK-CREDIT
               END-IF
               PERFORM 3200-TAKE-DECISION
           END-IF.

      *> The four quality gates the queue exists for: the SSN must
      *> be a valid number that does not already belong to another
      *> person (the same SSN and date of birth on another account
      *> is an existing customer opening a further one, which the
      *> credit scorecard counts as a relationship), the address must
      *> pass the state/ZIP table, the DOB must be plausible, and
      *> the name must not match a party on the sanctions watch
      *> list unless that match has been reviewed and cleared.
       3100-RUN-VERIFICATION-CHECKS.
           MOVE 'Y' TO WS-CHECKS-OK
           DISPLAY "Verifying " PCU-IDNUM " "
               FUNCTION TRIM(PCU-FIRSTNAME) " "
               FUNCTION TRIM(PCU-LASTNAME)
           MOVE ZERO TO WS-RELATED-IDNUM
           MOVE 'N' TO WS-RELATED-SWITCH
           MOVE 'F' TO WS-XREF-ACTION
           MOVE PCU-SSN TO WS-XREF-SSN
           MOVE PCU-IDNUM TO WS-XREF-IDNUM
           CALL 'SsnXref' USING WS-XREF-ACTION, WS-XREF-SSN,
               WS-XREF-IDNUM, WS-XREF-RESULT
           IF WS-XREF-SHARED
               PERFORM 3102-CHECK-EXISTING-CUSTOMER
           END-IF
           IF WS-XREF-SHARED AND WS-RELATED-IDNUM = ZERO
               MOVE 'N' TO WS-CHECKS-OK
               DISPLAY "  SSN check ..... FAILED - already on file "
                   "for another customer"
           ELSE
               PERFORM 3105-CHECK-SSN-FORMAT
           END-IF
           MOVE PCU-STATE TO WS-EDIT-STATE
           MOVE PCU-ZIP TO WS-EDIT-ZIP
                   "date of birth"
           ELSE
               DISPLAY "  DOB check ..... passed"
           END-IF
           CALL 'WatchScreen' USING PCU-IDNUM, PCU-FIRSTNAME,
               PCU-LASTNAME, PCU-DOB, WS-JRN-PROGRAM, WS-SCREEN-RESULT
           IF WS-SCREEN-CLEAR
               DISPLAY "  Watch list .... passed"
           ELSE
               MOVE 'N' TO WS-CHECKS-OK
               PERFORM 3110-HOLD-FOR-SCREENING
           END-IF.

       3102-CHECK-EXISTING-CUSTOMER.
           MOVE WS-XREF-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUST-DOB = PCU-DOB
               MOVE IDNUM TO WS-RELATED-IDNUM
               IF NOT CUST-CHARGED-OFF
                   MOVE 'Y' TO WS-RELATED-SWITCH
               END-IF
               DISPLAY "  Existing customer " IDNUM " "
                   FUNCTION TRIM(FIRSTNAME) " "
                   FUNCTION TRIM(LASTNAME) " - same SSN and DOB"
           END-IF.

      *> The queue holds the SSN protected; it is revealed here only
      *> to apply the area/group/serial rules to the number itself.
       3105-CHECK-SSN-FORMAT.
           MOVE 'R' TO WS-GUARD-ACTION
           MOVE PCU-IDNUM TO WS-GUARD-IDNUM
           MOVE PCU-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE 'N' TO WS-CHECKS-OK
               DISPLAY "  SSN check ..... FAILED - SSN could not be "
                   "revealed for checking"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GUARD-SSN-OUT TO WS-SSN-SPLIT
           IF WS-GUARD-SSN-OUT NOT = ZERO
               AND (WS-SSN-AREA = ZERO OR WS-SSN-AREA = 666
                   OR WS-SSN-AREA > 899
                   OR WS-SSN-GROUP = ZERO OR WS-SSN-SERIAL = ZERO)
               MOVE 'N' TO WS-CHECKS-OK
               DISPLAY "  SSN check ..... FAILED - not a valid "
                   "area/group/serial"
           ELSE
               DISPLAY "  SSN check ..... passed"
           END-IF.

       3110-HOLD-FOR-SCREENING.
           IF WS-SCREEN-HELD
               DISPLAY "  Watch list .... HELD - possible match "
                   "awaiting screening review"
           ELSE
               DISPLAY "  Watch list .... FAILED - confirmed "
                   "sanctions match"
           END-IF
           IF NOT PCU-HELD
               SET PCU-HELD TO TRUE
               MOVE "WATCH-LIST REVIEW" TO PCU-REASON
               REWRITE PENDINGCUSTREC
                   INVALID KEY
                       DISPLAY "Pending rewrite failed"
                   NOT INVALID KEY
                       MOVE "ONBHELD   " TO WS-AUDIT-ACTION
                       PERFORM 5000-LOG-AUDIT-ENTRY
               END-REWRITE
           END-IF.

       3200-TAKE-DECISION.
           IF WS-ALL-CHECKS-PASS AND NOT WS-CREDIT-APPROVED
               EXIT PARAGRAPH
           END-IF
           IF WS-ALL-CHECKS-PASS
               DISPLAY "All checks passed - A)ctivate or S)kip "
                   WITH NO ADVANCING
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           IF WS-ACTIVATE AND WS-ALL-CHECKS-PASS
               DISPLAY "Preferred language E)nglish or S)panish "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-LANGUAGE
               MOVE FUNCTION UPPER-CASE(WS-NEW-LANGUAGE)
                   TO WS-NEW-LANGUAGE
               PERFORM 4000-PROMOTE-TO-MASTER
           ELSE IF WS-REJECT
               DISPLAY "Rejection reason " WITH NO ADVANCING
               END-REWRITE
           END-IF.

      *> Credit is decided once the quality gates pass. A decision
      *> already taken stands: an officer approval opens the account
      *> on the officer's terms, a referral waits on the credit
      *> officer worklist and a decline is final. Anything else is
      *> scored afresh against the scorecard; the limit keyed on
      *> the application gives way to the scorecard's.
       3300-CHECK-CREDIT.
           MOVE PCU-IDNUM TO CRA-IDNUM
           MOVE 'N' TO WS-APP-FOUND
           READ CREDITAPPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APP-FOUND
           END-READ
           IF WS-APP-ON-FILE
               IF CRA-OFFICER-APPROVED
                   MOVE CRA-FINAL-LIMIT TO WS-LIMIT-EDIT
                   DISPLAY "  Credit ........ approved by officer "
                       CRA-OFFICER " - limit " WS-LIMIT-EDIT
                       " grade " CRA-FINAL-GRADE
                   MOVE 'Y' TO WS-CREDIT-OK
                   EXIT PARAGRAPH
               END-IF
               IF CRA-REFERRED
                   DISPLAY "  Credit ........ REFERRED - awaiting the "
                       "credit officer"
                   EXIT PARAGRAPH
               END-IF
               IF CRA-DECLINED
                   DISPLAY "  Credit ........ DECLINED on "
                       CRA-DECIDED-DATE " - no activation"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 3310-SCORE-APPLICATION
           IF CRA-APPROVE
               PERFORM 3320-CREDIT-APPROVED
           ELSE IF CRA-DECLINE
               PERFORM 3340-CREDIT-DECLINED
           ELSE
               PERFORM 3330-CREDIT-REFERRED
           END-IF.

       3310-SCORE-APPLICATION.
           INITIALIZE CREDITAPPRECORD
           MOVE PCU-IDNUM TO CRA-IDNUM
           MOVE PCU-FIRSTNAME TO CRA-FIRSTNAME
           MOVE PCU-LASTNAME TO CRA-LASTNAME
           MOVE PCU-STREET TO CRA-STREET
           MOVE PCU-CITY TO CRA-CITY
           MOVE PCU-STATE TO CRA-STATE
           MOVE PCU-ZIP TO CRA-ZIP
           MOVE PCU-EMAIL TO CRA-EMAIL
           MOVE PCU-CLASS TO CRA-CLASS
           MOVE PCU-REGION TO CRA-REGION
           MOVE 'N' TO CRA-RELATIONSHIP
           IF WS-RELATED-IN-GOOD-STANDING
               MOVE 'Y' TO CRA-RELATIONSHIP
               MOVE WS-RELATED-IDNUM TO CRA-RELATED-IDNUM
           END-IF
           MOVE 'N' TO CRA-GUARANTOR
           PERFORM 3315-ACCEPT-GUARANTOR
           CALL 'CreditScore' USING PCU-SSN, PCU-DOB, CREDITAPPRECORD
           MOVE CRA-REC-LIMIT TO CRA-FINAL-LIMIT
           MOVE CRA-REC-GRADE TO CRA-FINAL-GRADE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRA-SCORED-DATE
           MOVE WS-OPERATOR-ID TO CRA-SCORED-BY
           MOVE SPACES TO CRA-OFFICER
           MOVE ZERO TO CRA-DECIDED-DATE
           MOVE CRA-SCORE TO WS-SCORE-EDIT
           MOVE CRA-REC-LIMIT TO WS-LIMIT-EDIT
           DISPLAY "  Credit score .. " WS-SCORE-EDIT
               " decision " CRA-DECISION " limit " WS-LIMIT-EDIT
               " grade " CRA-REC-GRADE
           MOVE PCU-CREDIT-LIMIT TO WS-LIMIT-EDIT
           DISPLAY "                  (limit keyed on application "
               WS-LIMIT-EDIT ")"
           PERFORM 3312-SHOW-ONE-REASON
               VARYING WS-REASON-NO FROM 1 BY 1 UNTIL WS-REASON-NO > 3.

       3312-SHOW-ONE-REASON.
           IF CRA-REASON(WS-REASON-NO) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SR-PICK
           PERFORM 3313-MATCH-REASON
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
           IF WS-SR-PICK > ZERO
               DISPLAY "                  reason " WS-REASON-NO ": "
                   WS-SR-TEXT(WS-SR-PICK)
           END-IF.

       3313-MATCH-REASON.
           IF WS-SR-CODE(WS-SR-IDX) = CRA-REASON(WS-REASON-NO)
               MOVE WS-SR-IDX TO WS-SR-PICK
           END-IF.

      *> A guarantor must already be an active customer; the link is
      *> written to the master when the account is activated.
       3315-ACCEPT-GUARANTOR.
           MOVE ZERO TO WS-GUARANTOR-IDNUM
           DISPLAY "Guarantor customer ID (0 = none) "
               WITH NO ADVANCING
           ACCEPT WS-GUARANTOR-IDNUM
           IF WS-GUARANTOR-IDNUM = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GUARANTOR-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "  Guarantor " WS-GUARANTOR-IDNUM
                       " is not on the customer master - scored "
                       "without a guarantor"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CUST-ACTIVE
               DISPLAY "  Guarantor " WS-GUARANTOR-IDNUM
                   " is not an active customer - scored without a "
                   "guarantor"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CRA-GUARANTOR
           MOVE WS-GUARANTOR-IDNUM TO CRA-GUARANTOR-IDNUM.

       3320-CREDIT-APPROVED.
           SET CRA-SCORED TO TRUE
           PERFORM 3350-SAVE-APPLICATION
           MOVE 'Y' TO WS-CREDIT-OK
           DISPLAY "  Credit ........ approved by the scorecard".

       3330-CREDIT-REFERRED.
           SET CRA-REFER TO TRUE
           SET CRA-REFERRED TO TRUE
           PERFORM 3350-SAVE-APPLICATION
           SET PCU-HELD TO TRUE
           MOVE "CREDIT REFERRAL" TO PCU-REASON
           REWRITE PENDINGCUSTREC
               INVALID KEY
                   DISPLAY "Pending rewrite failed"
               NOT INVALID KEY
                   MOVE "ONBREFER  " TO WS-AUDIT-ACTION
                   PERFORM 5000-LOG-AUDIT-ENTRY
           END-REWRITE
           DISPLAY "  Credit ........ REFERRED - placed on the credit "
               "officer worklist".

       3340-CREDIT-DECLINED.
           SET CRA-DECLINED TO TRUE
           MOVE ZERO TO CRA-FINAL-LIMIT
           MOVE SPACE TO CRA-FINAL-GRADE
           MOVE "SCORECRD" TO CRA-OFFICER
           MOVE CRA-SCORED-DATE TO CRA-DECIDED-DATE
           PERFORM 3350-SAVE-APPLICATION
           SET PCU-REJECTED TO TRUE
           MOVE "CREDIT DECLINED" TO PCU-REASON
           REWRITE PENDINGCUSTREC
               INVALID KEY
                   DISPLAY "Pending rewrite failed"
               NOT INVALID KEY
                   MOVE "ONBDECLINE" TO WS-AUDIT-ACTION
                   PERFORM 5000-LOG-AUDIT-ENTRY
           END-REWRITE
           CALL 'DeclineLetter' USING CREDITAPPRECORD
           DISPLAY "  Credit ........ DECLINED - adverse action notice "
               "printed".

       3350-SAVE-APPLICATION.
           IF WS-APP-ON-FILE
               REWRITE CREDITAPPRECORD
                   INVALID KEY
                       DISPLAY "Credit application rewrite failed for "
                           CRA-IDNUM
               END-REWRITE
           ELSE
               WRITE CREDITAPPRECORD
                   INVALID KEY
                       DISPLAY "Credit application write failed for "
                           CRA-IDNUM
               END-WRITE
           END-IF.

      *> Promotion goes through the same journal/audit path an
      *> ordinary add uses, so the live master never sees an
      *> unverified customer.
           MOVE PCU-SSN TO CUST-SSN
           MOVE PCU-DOB TO CUST-DOB
           MOVE PCU-BALANCE TO BALANCE
           MOVE CRA-FINAL-LIMIT TO CUST-CREDIT-LIMIT
           MOVE PCU-REGION TO CUST-REGION
           MOVE 'P' TO CUST-DELIVERY
           MOVE PCU-CLASS TO CUST-CLASS
           MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-LAST-ACTIVITY
           SET CUST-ACTIVE TO TRUE
           COMPUTE CUST-CYCLE = FUNCTION MOD(IDNUM, 4) + 1
           MOVE CRA-FINAL-GRADE TO CUST-RISK-GRADE
           MOVE ZERO TO CUST-WRITEOFF-BAL
           IF CUST-CLASS-COMMERCIAL
               MOVE 45 TO CUST-TERMS-DAYS
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE
           PERFORM 4200-WRITE-LANGUAGE
           IF CRA-GUARANTOR-IDNUM NOT = ZERO
               PERFORM 4300-WRITE-GUARANTOR
           END-IF
           SET CRA-ACTIVATED TO TRUE
           REWRITE CREDITAPPRECORD
               INVALID KEY
                   DISPLAY "Credit application rewrite failed for "
                       CRA-IDNUM
           END-REWRITE
           DELETE PENDINGCUST
               INVALID KEY
                   DISPLAY "Pending delete failed for customer "
           DISPLAY "Customer " PCU-IDNUM
               " activated on the live master".

      *> The language taken at activation chooses the wording of the
      *> customer's letters and statements; anything but S is English.
       4200-WRITE-LANGUAGE.
           MOVE SPACES TO CUSTOMER-LANGUAGE-REC
           MOVE PCU-IDNUM TO CL-IDNUM
           MOVE 'L' TO CL-REC-TYPE
           MOVE ZERO TO CL-SEQ
           IF WS-NEW-LANGUAGE = 'S'
               SET CL-SPANISH TO TRUE
           ELSE
               SET CL-ENGLISH TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CL-SET-DATE
           MOVE WS-OPERATOR-ID TO CL-SET-BY
           SET CL-FROM-ONBOARDING TO TRUE
           WRITE CUSTOMER-LANGUAGE-REC
               INVALID KEY
                   DISPLAY "Language write failed for customer "
                       CL-IDNUM
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

       4300-WRITE-GUARANTOR.
           MOVE PCU-IDNUM TO CG-IDNUM
           MOVE 'G' TO CG-REC-TYPE
           MOVE ZERO TO CG-SEQ
           MOVE CRA-GUARANTOR-IDNUM TO CG-GUARANTOR-IDNUM
           MOVE "GUARANTOR" TO CG-RELATION
           MOVE FUNCTION CURRENT-DATE(1:8) TO CG-EFFECTIVE-DATE
           WRITE CUSTOMER-GUARANTOR-REC
               INVALID KEY
                   DISPLAY "Guarantor link write failed for customer "
                       CG-IDNUM
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

       5000-LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDITLINE
               " " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

       9510-JOURNAL-WRITE.
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

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
