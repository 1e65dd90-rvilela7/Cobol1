            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeWaiver.
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
           SELECT WAIVERFILE ASSIGN TO "files/Waivers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WV-KEY
               FILE STATUS IS WS-WV-STATUS.
           SELECT NEXTWAIVERFILE ASSIGN TO "files/NextWaiver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NW-STATUS.
           SELECT LIMITFILE ASSIGN TO "files/WaiverLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT OPERATORFILE ASSIGN TO "files/Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT PENDINGFILE ASSIGN TO
               "files/PendingAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD WAIVERFILE.
       COPY "Waiver.cpy".

       FD NEXTWAIVERFILE.
       01 NEXTWAIVERRECORD.
           02 NXW-NEXT-NUMBER PIC 9(7).

       FD LIMITFILE.
       COPY "WaiverLimit.cpy".

       FD OPERATORFILE.
       COPY "OperatorRecord.cpy".

       FD PENDINGFILE.
       COPY "PendingAdjustment.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-ENTER VALUE 'E'.
           88 WS-LIST VALUE 'L'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-REPLY PIC X.
           88 WS-REPLY-YES VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-APPLIED-SWITCH PIC X.
           88 WS-WAIVER-APPLIED VALUE 'Y'.

       01 WS-WAIVER-IDNUM PIC 9(7).
       01 WS-TARGET PIC X.
           88 WS-TARGET-FEES VALUE 'F'.
           88 WS-TARGET-INTEREST VALUE 'I'.
           88 WS-TARGET-VALID VALUE 'F' 'I'.
       01 WS-INT-OWED PIC S9(7)V99.
       01 WS-FEE-OWED PIC S9(7)V99.
       01 WS-OWED PIC S9(7)V99.
       01 WS-ENTRY-AMOUNT PIC X(12).
       01 WS-AMOUNT PIC S9(7)V99.
       01 WS-REASON PIC X(3).
           88 WS-REASON-VALID VALUE 'GDW' 'ERR' 'HSH' 'FTC' 'SVC'
               'OTH'.
       01 WS-NEXT-WAIVER PIC 9(7) VALUE 1.
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-TODAY-DATE PIC 9(8).

      *> The operator's own entry on the limit table wins over the
      *> entry for their role; with neither, every waiver waits for
      *> a second operator.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-ROLE-LIMIT-SWITCH PIC X VALUE 'N'.
           88 WS-ROLE-LIMIT-FOUND VALUE 'Y'.
       01 WS-OPER-LIMIT-SWITCH PIC X VALUE 'N'.
           88 WS-OPER-LIMIT-FOUND VALUE 'Y'.
       01 WS-ROLE-WAIVER-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 WS-ROLE-MONTH-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 WS-WAIVER-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-USED PIC S9(9)V99.
       01 WS-MONTH-AFTER PIC S9(9)V99.
       01 WS-OVER-LIMIT PIC X.

       01 WS-AMOUNT-EDIT PIC $$,$$$,$$9.99-.
       01 WS-INT-EDIT PIC $$,$$$,$$9.99-.
       01 WS-FEE-EDIT PIC $$,$$$,$$9.99-.
       01 WS-LIMIT-EDIT PIC $$,$$$,$$9.99.
       01 WS-MONTH-EDIT PIC $$,$$$,$$9.99.
       01 WS-USED-EDIT PIC $$,$$$,$$9.99-.

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3).
       01 WS-HIST-PROGRAM PIC X(10) VALUE "FEEWAIVER ".
       01 WS-GL-RUN-TYPE PIC X(3).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "FEEWAIVER ".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X.
       01 WS-LOCK-IDNUM PIC 9(7).
       01 WS-LOCK-OPERATOR PIC X(8).
       01 WS-LOCK-RESULT PIC X.
           88 WS-LOCK-GRANTED VALUE 'Y'.
       01 WS-LOCK-HOLDER PIC X(8).

       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-YYYY PIC 9(4).
           02 WS-AT-MM PIC 9(2).
           02 WS-AT-DD PIC 9(2).
           02 WS-AT-HH PIC 9(2).
           02 WS-AT-MIN PIC 9(2).
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-WV-STATUS PIC XX.
       01 WS-NW-STATUS PIC XX.
       01 WS-WL-STATUS PIC XX.
       01 WS-OP-STATUS PIC XX.
       01 WS-PN-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Waives late charges, fees or interest as a transaction of
      *> its own, so a waiver is never keyed as a balance correction.
      *> The amount comes straight off CUST-FEE-BAL or CUST-INT-BAL
      *> (and the balance) and is posted as movement WVF or WVI with
      *> a reason code. Each operator waives within a per-waiver and
      *> a monthly limit from WaiverLimits.dat, set for the operator
      *> or for their role; a waiver over either limit is held and
      *> applied only when a second operator approves it in
      *> ApprovalRun. Every waiver is kept in Waivers.dat for the
      *> monthly WaiverReport.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - FeeWaiver ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR
           PERFORM 0100-LOAD-AUTHORITY
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O WAIVERFILE
           IF WS-WV-STATUS = "35"
               OPEN OUTPUT WAIVERFILE
               CLOSE WAIVERFILE
               OPEN I-O WAIVERFILE
           END-IF
           IF WS-WV-STATUS NOT = "00"
               MOVE "WAIVERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-WV-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           CLOSE WAIVERFILE
           GOBACK.

       0100-LOAD-AUTHORITY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERATORFILE
           IF WS-OP-STATUS = "00"
               PERFORM 0110-FIND-OPERATOR-ROLE UNTIL WSEOF
               CLOSE OPERATORFILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LIMITFILE
           IF WS-WL-STATUS = "00"
               PERFORM 0120-CHECK-ONE-LIMIT UNTIL WSEOF
               CLOSE LIMITFILE
           END-IF
           IF NOT WS-OPER-LIMIT-FOUND AND WS-ROLE-LIMIT-FOUND
               MOVE WS-ROLE-WAIVER-LIMIT TO WS-WAIVER-LIMIT
               MOVE WS-ROLE-MONTH-LIMIT TO WS-MONTH-LIMIT
           END-IF
           MOVE WS-WAIVER-LIMIT TO WS-LIMIT-EDIT
           MOVE WS-MONTH-LIMIT TO WS-MONTH-EDIT
           IF WS-OPER-LIMIT-FOUND OR WS-ROLE-LIMIT-FOUND
               DISPLAY "Waiver authority for " WS-OPERATOR-ID ": "
                   WS-LIMIT-EDIT " a waiver, " WS-MONTH-EDIT
                   " a month"
           ELSE
               DISPLAY "No waiver authority on file for "
                   WS-OPERATOR-ID " - every waiver will wait for "
                   "approval"
           END-IF.

       0110-FIND-OPERATOR-ROLE.
           READ OPERATORFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF OL-OP-ID = WS-OPERATOR-ID
                       MOVE OL-OP-ROLE TO WS-OPERATOR-ROLE
                   END-IF
           END-READ.

       0120-CHECK-ONE-LIMIT.
           READ LIMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WVL-FOR-OPERATOR
                           AND WVL-WHO = WS-OPERATOR-ID
                           SET WS-OPER-LIMIT-FOUND TO TRUE
                           MOVE WVL-WAIVER-LIMIT TO WS-WAIVER-LIMIT
                           MOVE WVL-MONTH-LIMIT TO WS-MONTH-LIMIT
                       WHEN WVL-FOR-ROLE
                           AND WS-OPERATOR-ROLE NOT = SPACE
                           AND WVL-WHO = WS-OPERATOR-ROLE
                           SET WS-ROLE-LIMIT-FOUND TO TRUE
                           MOVE WVL-WAIVER-LIMIT
                               TO WS-ROLE-WAIVER-LIMIT
                           MOVE WVL-MONTH-LIMIT TO WS-ROLE-MONTH-LIMIT
                   END-EVALUATE
           END-READ.

       1000-PROCESS-REQUEST.
           DISPLAY "E)nter a waiver, L)ist held and today's waivers "
               "or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE TRUE
               WHEN WS-ENTER
                   PERFORM 2000-ENTER-WAIVER
               WHEN WS-LIST
                   PERFORM 3000-LIST-WAIVERS
               WHEN WS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice - enter E, L or Q"
           END-EVALUATE.

       2000-ENTER-WAIVER.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-WAIVER-IDNUM
           MOVE WS-WAIVER-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF WS-LOCK-GRANTED
               PERFORM 2010-DO-ENTER-WAIVER
               PERFORM 7100-RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "Customer " WS-WAIVER-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
           END-IF.

       2010-DO-ENTER-WAIVER.
           MOVE WS-WAIVER-IDNUM TO IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-WAIVER-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           IF CUST-CHARGED-OFF OR CUST-CLOSED
               DISPLAY "Customer " WS-WAIVER-IDNUM " is charged off "
                   "or closed - nothing can be waived"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-OWED = CUST-INT-BAL * -1
           COMPUTE WS-FEE-OWED = CUST-FEE-BAL * -1
           MOVE WS-INT-OWED TO WS-INT-EDIT
           MOVE WS-FEE-OWED TO WS-FEE-EDIT
           DISPLAY FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME) " owes interest " WS-INT-EDIT
               " fees " WS-FEE-EDIT
           DISPLAY "Waive F)ees or I)nterest " WITH NO ADVANCING
           ACCEPT WS-TARGET
           MOVE FUNCTION UPPER-CASE(WS-TARGET) TO WS-TARGET
           IF NOT WS-TARGET-VALID
               DISPLAY "Enter F or I - waiver not entered"
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-FEES
               MOVE WS-FEE-OWED TO WS-OWED
           ELSE
               MOVE WS-INT-OWED TO WS-OWED
           END-IF
           IF WS-OWED NOT > ZERO
               DISPLAY "Nothing owed to waive"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount to waive " WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           EVALUATE TRUE
               WHEN WS-AMOUNT NOT > ZERO
                   DISPLAY "Amount must be above zero - waiver not "
                       "entered"
                   EXIT PARAGRAPH
               WHEN WS-AMOUNT > WS-OWED
                   DISPLAY "Amount is more than is owed - waiver "
                       "not entered"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Reason - GDW goodwill, ERR billing error, HSH "
               "hardship, FTC first-time courtesy, SVC service "
               "failure, OTH other " WITH NO ADVANCING
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           IF NOT WS-REASON-VALID
               DISPLAY "Invalid reason - waiver not entered"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-TARGET-FEES
               DISPLAY "Waive fees of " WS-AMOUNT-EDIT " for "
                   WS-WAIVER-IDNUM " (Y/N) " WITH NO ADVANCING
           ELSE
               DISPLAY "Waive interest of " WS-AMOUNT-EDIT " for "
                   WS-WAIVER-IDNUM " (Y/N) " WITH NO ADVANCING
           END-IF
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF NOT WS-REPLY-YES
               DISPLAY "Waiver not entered"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-CHECK-AUTHORITY
           PERFORM 2300-WRITE-WAIVER.

      *> Only waivers the operator applied on their own authority use
      *> up the month; ones a second operator approved do not.
       2100-CHECK-AUTHORITY.
           MOVE ZERO TO WS-MONTH-USED
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WV-KEY
           START WAIVERFILE KEY IS NOT LESS THAN WV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2110-ADD-ONE-WAIVER UNTIL WSEOF
           COMPUTE WS-MONTH-AFTER = WS-MONTH-USED + WS-AMOUNT
           EVALUATE TRUE
               WHEN WS-AMOUNT > WS-WAIVER-LIMIT
                   MOVE 'T' TO WS-OVER-LIMIT
               WHEN WS-MONTH-AFTER > WS-MONTH-LIMIT
                   MOVE 'M' TO WS-OVER-LIMIT
               WHEN OTHER
                   MOVE SPACE TO WS-OVER-LIMIT
           END-EVALUATE.

       2110-ADD-ONE-WAIVER.
           READ WAIVERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND WV-MAKER = WS-OPERATOR-ID AND WV-APPLIED
               AND WV-CHECKER = SPACES
               AND WV-APPLIED-DATE(1:6) = WS-TODAY-DATE(1:6)
               ADD WV-AMOUNT TO WS-MONTH-USED
           END-IF.

       2300-WRITE-WAIVER.
           PERFORM 4000-GET-NEXT-WAIVER-NUMBER
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-NEXT-WAIVER TO WV-NUMBER
           MOVE WS-WAIVER-IDNUM TO WV-IDNUM
           MOVE WS-TODAY-DATE TO WV-ENTRY-DATE
           MOVE WS-AUDIT-TIMESTAMP(9:6) TO WV-ENTRY-TIME
           MOVE WS-TARGET TO WV-TARGET
           MOVE WS-AMOUNT TO WV-AMOUNT
           MOVE WS-REASON TO WV-REASON
           MOVE CUST-CLASS TO WV-CLASS
           MOVE WS-OVER-LIMIT TO WV-OVER-LIMIT
           MOVE WS-OPERATOR-ID TO WV-MAKER
           MOVE SPACES TO WV-CHECKER
           IF WV-WITHIN-AUTHORITY
               SET WV-APPLIED TO TRUE
               MOVE WS-TODAY-DATE TO WV-APPLIED-DATE
           ELSE
               SET WV-HELD TO TRUE
               MOVE ZERO TO WV-APPLIED-DATE
           END-IF
           WRITE WAIVERRECORD
               INVALID KEY
                   DISPLAY "Waiver " WV-NUMBER " already on file - "
                       "waiver not entered"
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-NEXT-WAIVER
           PERFORM 4100-SAVE-NEXT-WAIVER-NUMBER
           IF WV-HELD
               PERFORM 2400-QUEUE-WAIVER-APPROVAL
               MOVE WS-MONTH-USED TO WS-USED-EDIT
               IF WV-OVER-WAIVER-LIMIT
                   DISPLAY "Waiver " WV-NUMBER " is over your limit "
                       "of " WS-LIMIT-EDIT " a waiver - held for "
                       "approval"
               ELSE
                   DISPLAY "Waiver " WV-NUMBER " would take you past "
                       WS-MONTH-EDIT " this month (" WS-USED-EDIT
                       " used) - held for approval"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-APPLY-WAIVER
           IF WS-WAIVER-APPLIED
               DISPLAY "Waiver " WV-NUMBER " applied - "
                   WS-AMOUNT-EDIT " taken off"
           ELSE
               SET WV-FAILED TO TRUE
               MOVE ZERO TO WV-APPLIED-DATE
               REWRITE WAIVERRECORD
                   INVALID KEY
                       DISPLAY "Waiver " WV-NUMBER " rewrite failed"
               END-REWRITE
           END-IF.

       2400-QUEUE-WAIVER-APPROVAL.
           OPEN EXTEND PENDINGFILE
           IF WS-PN-STATUS = "35"
               OPEN OUTPUT PENDINGFILE
           END-IF
           IF WS-PN-STATUS NOT = "00"
               DISPLAY "PENDINGFILE STATUS " WS-PN-STATUS
                   " - waiver approval not queued"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP(1:14) TO PND-TIMESTAMP
               MOVE WV-IDNUM TO PND-IDNUM
               MOVE ZERO TO PND-OLD-BALANCE
               MOVE WV-AMOUNT TO PND-NEW-BALANCE
               MOVE WS-OPERATOR-ID TO PND-MAKER
               SET PND-PENDING TO TRUE
               MOVE SPACES TO PND-CHECKER
               SET PND-IS-WAIVER TO TRUE
               MOVE WV-NUMBER TO PND-REFERENCE
               WRITE PENDINGRECORD
               CLOSE PENDINGFILE
           END-IF.

      *> The header read at entry is still the one in the record area
      *> and the customer is locked, so it is rewritten from there.
       2500-APPLY-WAIVER.
           MOVE 'N' TO WS-APPLIED-SWITCH
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-AMOUNT TO BALANCE
           IF WS-TARGET-FEES
               ADD WS-AMOUNT TO CUST-FEE-BAL
               MOVE "WVF" TO WS-MOVE-TYPE
           ELSE
               ADD WS-AMOUNT TO CUST-INT-BAL
               MOVE "WVI" TO WS-MOVE-TYPE
           END-IF
           MOVE WS-TODAY-DATE TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Waiver rewrite failed for customer "
                       WS-WAIVER-IDNUM " - nothing waived"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPLIED-SWITCH
                   MOVE 'R' TO WS-JRN-ACTION
                   MOVE CUSTOMERDATA TO WS-JRN-AFTER
                   CALL 'JournalWrite' USING WS-JRN-PROGRAM,
                       WS-JRN-ACTION, WS-JRN-BEFORE, WS-JRN-AFTER
                   MOVE WS-AMOUNT TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE WS-MOVE-TYPE TO WS-GL-RUN-TYPE
                   MOVE WS-AMOUNT TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-TODAY-DATE,
                       WS-GL-AMOUNT
           END-REWRITE.

       3000-LIST-WAIVERS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WV-KEY
           START WAIVERFILE KEY IS NOT LESS THAN WV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 3010-LIST-ONE-WAIVER UNTIL WSEOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No waivers held or entered today"
           END-IF.

       3010-LIST-ONE-WAIVER.
           READ WAIVERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF WV-HELD OR WV-ENTRY-DATE = WS-TODAY-DATE
               OR WV-APPLIED-DATE = WS-TODAY-DATE
               ADD 1 TO WS-LIST-COUNT
               MOVE WV-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY WV-NUMBER " " WV-IDNUM " " WV-TARGET " "
                   WS-AMOUNT-EDIT " " WV-REASON " status " WV-STATUS
                   " by " WV-MAKER
           END-IF.

       4000-GET-NEXT-WAIVER-NUMBER.
           OPEN INPUT NEXTWAIVERFILE
           IF WS-NW-STATUS = "00"
               READ NEXTWAIVERFILE
                   AT END MOVE 1 TO NXW-NEXT-NUMBER
               END-READ
               MOVE NXW-NEXT-NUMBER TO WS-NEXT-WAIVER
               CLOSE NEXTWAIVERFILE
           END-IF.

       4100-SAVE-NEXT-WAIVER-NUMBER.
           OPEN OUTPUT NEXTWAIVERFILE
           MOVE WS-NEXT-WAIVER TO NXW-NEXT-NUMBER
           WRITE NEXTWAIVERRECORD
           CLOSE NEXTWAIVERFILE.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       7000-ACQUIRE-RECORD-LOCK.
           MOVE 'A' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

       7100-RELEASE-RECORD-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
