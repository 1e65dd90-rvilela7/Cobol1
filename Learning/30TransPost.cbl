               "files/PendingAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT PENDINGCUST ASSIGN TO
               "files/PendingCustomers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PCU-KEY
               FILE STATUS IS WS-PU-STATUS.
           SELECT CHECKPOINTFILE ASSIGN TO
               "files/TransPostCheckpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           02 CTL-HASH-TOTAL PIC 9(9).

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       FD CUSTOMERREJECTS.
       01 REJECTLINE PIC X(80).
       FD PENDINGFILE.
       COPY "PendingAdjustment.cpy".

       FD PENDINGCUST.
       COPY "PendingCustomer.cpy".

       FD CHECKPOINTFILE.
       01 CHECKPOINTRECORD.
           02 CKP-RECORD-NO PIC 9(7).
           02 CKP-LIMIT-COUNT PIC 9(5).
           02 CKP-REJECT-COUNT PIC 9(5).
           02 CKP-HASH-TOTAL PIC 9(9).
           02 CKP-HELD-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-LIMIT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-HASH-TOTAL PIC 9(9) COMP-3 VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-POST-OK PIC X VALUE 'Y'.
           88 WS-POSTED VALUE 'Y'.
           88 WS-ADD-HELD VALUE 'H'.
       01 WS-REDIRECT-SWITCH PIC X.
           88 WS-REDIRECTED VALUE 'Y'.
       01 WS-CHAIN-DONE-SWITCH PIC X.
       01 WS-MOVE-TYPE PIC X(3).
       01 WS-HIST-PROGRAM PIC X(10) VALUE "TRANSPOST ".

       01 WS-PERIOD-ACTION PIC X VALUE 'C'.
       01 WS-PERIOD-REF PIC X(12) VALUE "RUN".
       01 WS-PERIOD-DATE PIC 9(8).
       01 WS-PERIOD-RESULT PIC X.
           88 WS-ITEM-REJECTED VALUE 'J'.
           88 WS-DATE-ROLLED VALUE 'R'.

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X VALUE 'F'.
       01 WS-LOCK-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-XREF-RESULT PIC X.
           88 WS-XREF-SHARED VALUE 'S'.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "TransPost".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-AUDIT-ACTION PIC X(10).
       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-YYYY PIC 9(4).
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-REJECT-FIELD PIC X(10).
       01 WS-REJECT-VALUE PIC X(30).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-CJ-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-PN-STATUS PIC XX.
       01 WS-PU-STATUS PIC XX.

       01 WS-SCREEN-RESULT PIC X.
           88 WS-SCREEN-CLEAR VALUE 'N'.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0050-CHECK-POSTING-PERIOD
           MOVE 'A' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
           DISPLAY "Transaction posting complete - " WS-POSTED-COUNT
               " posted (" WS-ADD-COUNT " adds, " WS-CHANGE-COUNT
               " changes, " WS-DEACT-COUNT " deactivations, "
               WS-LIMIT-COUNT " limit changes queued for approval, "
               WS-HELD-COUNT " adds held for watch-list review), "
               WS-REJECT-COUNT " rejected"
           GOBACK.

      *> Everything this run posts is dated today. If month-end has
      *> already closed this month the run either stops, or goes on
      *> with its movements dated into the first open month, by the
      *> rule on the period control file.
       0050-CHECK-POSTING-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERIOD-DATE
           CALL 'PeriodCheck' USING WS-PERIOD-ACTION, WS-HIST-PROGRAM,
               WS-PERIOD-REF, WS-PERIOD-DATE, WS-PERIOD-RESULT
           IF WS-ITEM-REJECTED
               DISPLAY "This month is closed - posting run refused"
               CLOSE EDITEDTRANS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DATE-ROLLED
               DISPLAY "This month is closed - movements dated "
                   WS-PERIOD-DATE
           END-IF.

      *> On a restart the transactions already posted before the
      *> failure are read past (the batch header is still honoured)
      *> so nothing is double-posted; a checkpoint is cut every 25
                   MOVE WS-LIMIT-COUNT TO CKP-LIMIT-COUNT
                   MOVE WS-REJECT-COUNT TO CKP-REJECT-COUNT
                   MOVE WS-HASH-TOTAL TO CKP-HASH-TOTAL
                   MOVE WS-HELD-COUNT TO CKP-HELD-COUNT
                   WRITE CHECKPOINTRECORD
                   CLOSE CHECKPOINTFILE
               END-IF
                           MOVE CKP-LIMIT-COUNT TO WS-LIMIT-COUNT
                           MOVE CKP-REJECT-COUNT TO WS-REJECT-COUNT
                           MOVE CKP-HASH-TOTAL TO WS-HASH-TOTAL
                           IF CKP-HELD-COUNT IS NUMERIC
                               MOVE CKP-HELD-COUNT TO WS-HELD-COUNT
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINTFILE
               MOVE ZERO TO CKP-LIMIT-COUNT
               MOVE ZERO TO CKP-REJECT-COUNT
               MOVE ZERO TO CKP-HASH-TOTAL
               MOVE ZERO TO CKP-HELD-COUNT
               WRITE CHECKPOINTRECORD
               CLOSE CHECKPOINTFILE
           END-IF.
           END-IF
           MOVE TRN-CODE TO PRNTRNCODE
           MOVE TRN-IDNUM TO PRNCUSTID
           EVALUATE TRUE
               WHEN WS-POSTED
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE "POSTED" TO PRNRESULT
               WHEN WS-ADD-HELD
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE "HELD FOR WATCH-LIST REVIEW" TO PRNRESULT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-REJECT-REASON TO PRNRESULT
                   PERFORM 4000-LOG-REJECT-ENTRY
           END-EVALUATE
           WRITE PRINTLINE FROM DETAILLINE
           PERFORM 3000-LOG-AUDIT-ENTRY.

           MOVE FUNCTION UPPER-CASE(FIRSTNAME) TO FIRSTNAME
           MOVE FUNCTION UPPER-CASE(LASTNAME) TO LASTNAME
           MOVE TRN-SSN TO CUST-SSN
           PERFORM 2105-PROTECT-NEW-SSN
           MOVE TRN-DOB TO CUST-DOB
           MOVE TRN-BALANCE TO BALANCE
           SET CUST-ACTIVE TO TRUE
           MOVE ZERO TO CUST-RESTRICT-DATE
           MOVE ZERO TO CUST-INT-BAL
           MOVE ZERO TO CUST-FEE-BAL
           CALL 'WatchScreen' USING IDNUM, FIRSTNAME, LASTNAME,
               CUST-DOB, WS-HIST-PROGRAM, WS-SCREEN-RESULT
           IF NOT WS-SCREEN-CLEAR
               PERFORM 2120-HOLD-ADD-FOR-REVIEW
               EXIT PARAGRAPH
           END-IF
           WRITE CUSTOMERDATA
               INVALID KEY
                   MOVE 'N' TO WS-POST-OK
                   PERFORM 2110-WRITE-ADD-CHILDREN
           END-WRITE.

      *> New customers go on file with the SSN protected; the
      *> cross-reference entry below is taken from the protected
      *> value.
       2105-PROTECT-NEW-SSN.
           MOVE 'P' TO WS-GUARD-ACTION
           MOVE TRN-IDNUM TO WS-GUARD-IDNUM
           MOVE CUST-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-GUARD-SSN-OUT TO CUST-SSN.

       2110-WRITE-ADD-CHILDREN.
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

      *> An add whose name may match a sanctions listing never
      *> reaches the live master. It goes onto the onboarding queue
      *> held, and OnboardVerify activates it only once the
      *> screening review has cleared the match. Like a queued limit
      *> change it counts as posted for balancing the batch.
       2120-HOLD-ADD-FOR-REVIEW.
           OPEN I-O PENDINGCUST
           IF WS-PU-STATUS = "35"
               OPEN OUTPUT PENDINGCUST
               CLOSE PENDINGCUST
               OPEN I-O PENDINGCUST
           END-IF
           IF WS-PU-STATUS NOT = "00"
               MOVE 'N' TO WS-POST-OK
               MOVE "IDNUM" TO WS-REJECT-FIELD
               MOVE TRN-IDNUM TO WS-REJECT-VALUE
               MOVE "PENDING QUEUE UNAVAILABLE" TO WS-REJECT-REASON
               MOVE "ADDHOLDFL " TO WS-AUDIT-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE TRN-IDNUM TO PCU-IDNUM
           MOVE FIRSTNAME TO PCU-FIRSTNAME
           MOVE LASTNAME TO PCU-LASTNAME
           MOVE CUST-SSN TO PCU-SSN
           MOVE TRN-DOB TO PCU-DOB
           MOVE TRN-BALANCE TO PCU-BALANCE
           MOVE ZERO TO PCU-CREDIT-LIMIT
           MOVE SPACE TO PCU-REGION
           MOVE 'R' TO PCU-CLASS
           MOVE TRN-STREET TO PCU-STREET
           MOVE TRN-CITY TO PCU-CITY
           MOVE TRN-STATE TO PCU-STATE
           MOVE TRN-ZIP TO PCU-ZIP
           MOVE TRN-PHONE TO PCU-PHONE
           MOVE TRN-EMAIL TO PCU-EMAIL
           SET PCU-HELD TO TRUE
           MOVE "WATCH-LIST REVIEW" TO PCU-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCU-ENTERED
           WRITE PENDINGCUSTREC
               INVALID KEY
                   MOVE 'N' TO WS-POST-OK
                   MOVE "IDNUM" TO WS-REJECT-FIELD
                   MOVE TRN-IDNUM TO WS-REJECT-VALUE
                   MOVE "DUPLICATE CUSTOMER ID" TO WS-REJECT-REASON
                   MOVE "ADDDUP    " TO WS-AUDIT-ACTION
               NOT INVALID KEY
                   MOVE 'H' TO WS-POST-OK
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "ADDHELD   " TO WS-AUDIT-ACTION
           END-WRITE
           CLOSE PENDINGCUST.

       2200-POST-CHANGE.
           MOVE TRN-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
               IDNUM DELIMITED BY SIZE
               " (MERGED)" DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

       5000-BALANCE-BATCH.
               " " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

       4000-LOG-REJECT-ENTRY.
               INTO REJECTLINE
           WRITE REJECTLINE.

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
