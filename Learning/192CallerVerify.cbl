            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CallerVerify.
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
           SELECT VERIFYFILE ASSIGN TO "files/VerifyLocks.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VFL-IDNUM
               FILE STATUS IS WS-VF-STATUS.
           SELECT VERIFYLOG ASSIGN TO "files/CallerVerify.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VL-STATUS.
           SELECT SESSIONFILE ASSIGN TO "files/CurrentOperator.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD VERIFYFILE.
       COPY "VerifyLock.cpy".

       FD VERIFYLOG.
       01 VERIFYLINE PIC X(120).

       FD SESSIONFILE.
       01 SESSIONRECORD.
           02 SES-OPERATOR PIC X(8).
           02 SES-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-LOCK-FOUND PIC X.
           88 WS-LOCK-ON-FILE VALUE 'Y'.
       01 WS-LOCKS-SWITCH PIC X.
           88 WS-LOCKS-OPEN VALUE 'Y'.
       01 WS-COUNT-SWITCH PIC X.
           88 WS-COUNT-FAILURE VALUE 'Y'.
       01 WS-PASS-SWITCH PIC X.
           88 WS-CALLER-PASSED VALUE 'Y'.
       01 WS-LIST-EOF-SWITCH PIC X.
           88 WS-LIST-EOF VALUE 'Y'.

       01 WS-CALLER-TYPE PIC X.
           88 WS-CALLER-OWNER VALUE 'O'.
           88 WS-CALLER-AUTHORIZED VALUE 'A'.
           88 WS-CALLER-NONE VALUE 'N'.
       01 WS-CALLER-SEQ PIC 99.
       01 WS-CALLER-NAME PIC X(30).
       01 WS-OUTCOME PIC X(6).
       01 WS-DETAIL PIC X(30).
       01 WS-PARTY-COUNT PIC 99 COMP-3.

       01 WS-EXPECTED.
           02 WS-EXP-DOB PIC X(8).
           02 WS-EXP-LAST4 PIC X(4).
           02 WS-EXP-ZIP PIC X(5).
       01 WS-ANSWERED.
           02 WS-ASK-DOB PIC X(8).
           02 WS-ASK-LAST4 PIC X(4).
           02 WS-ASK-ZIP PIC X(5).
       01 WS-CHECK-COUNT PIC 9.
       01 WS-MATCH-COUNT PIC 9.
       01 WS-MIN-CHECKS PIC 9 VALUE 2.
       01 WS-FAIL-LIMIT PIC 9 VALUE 3.

       01 WS-SESSION-OPERATOR PIC X(8).
       01 WS-TODAY PIC 9(8).
       01 WS-CURRENT-DATE.
           02 WS-CD-YYYY PIC 9(4).
           02 WS-CD-MM PIC 99.
           02 WS-CD-DD PIC 99.
           02 WS-CD-HH PIC 99.
           02 WS-CD-MIN PIC 99.
           02 WS-CD-SEC PIC 99.
           02 FILLER PIC X(7).

       01 WS-CF-STATUS PIC XX.
       01 WS-VF-STATUS PIC XX.
       01 WS-VL-STATUS PIC XX.
       01 WS-SE-STATUS PIC XX.

       LINKAGE SECTION.
           01 LK-PROGRAM PIC X(20).
           01 LK-IDNUM PIC 9(7).
           01 LK-RESULT PIC X.
               88 LK-CALLER-VERIFIED VALUE 'Y'.
               88 LK-CALLER-FAILED VALUE 'N'.
               88 LK-ACCOUNT-LOCKED VALUE 'L'.
           01 LK-PERMISSION PIC X.
               88 LK-PERMIT-OWNER VALUE 'O'.
               88 LK-PERMIT-ARRANGE VALUE 'A'.
               88 LK-PERMIT-INQUIRY VALUE 'I'.
               88 LK-PERMIT-BACK-OFFICE VALUE 'B'.

      *> Before any account detail is read out the operator takes the
      *> caller through identity questions: date of birth, last four
      *> of the SSN and ZIP code, checked against the customer header
      *> and primary address for the owner, or against the authorized
      *> party's own 'U' record for a spouse, bookkeeper or attorney.
      *> Every item held on file must match, and at least two must be
      *> held. An expired or revoked party is not offered. Back-office
      *> review with no caller on the line is allowed but logged.
      *> Every pass and fail goes to files/CallerVerify.log; after
      *> three failures in a row the account locks on VerifyLocks.dat
      *> until a supervisor unlocks it in AuthorizedParty.
       PROCEDURE DIVISION USING LK-PROGRAM, LK-IDNUM, LK-RESULT,
               LK-PERMISSION.
       0000-MAIN-PARA.
           SET LK-CALLER-FAILED TO TRUE
           MOVE SPACE TO LK-PERMISSION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 'N' TO WS-PASS-SWITCH
           MOVE 'N' TO WS-COUNT-SWITCH
           MOVE ZERO TO WS-CALLER-SEQ
           MOVE SPACES TO WS-CALLER-NAME
           MOVE SPACES TO WS-DETAIL
           PERFORM 0100-READ-SESSION-OPERATOR
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               DISPLAY "CUSTOMERFILE STATUS " WS-CF-STATUS
                   " - caller cannot be verified"
               EXIT PROGRAM
           END-IF
           PERFORM 0200-OPEN-LOCK-FILE
           IF WS-LOCK-ON-FILE AND VFL-LOCKED
               DISPLAY "Account " LK-IDNUM " is locked after repeated "
                   "failed caller checks since " VFL-LOCKED-DATE
               DISPLAY "Refer the caller to a supervisor - no account "
                   "detail may be given"
               SET LK-ACCOUNT-LOCKED TO TRUE
               MOVE 'N' TO WS-CALLER-TYPE
               MOVE "LOCKED" TO WS-OUTCOME
               MOVE "ACCOUNT LOCKED" TO WS-DETAIL
               PERFORM 8000-LOG-VERIFICATION
               PERFORM 0900-CLOSE-FILES
               EXIT PROGRAM
           END-IF
           DISPLAY "Caller is O)wner, A)uthorized party or N)o caller "
               "(back-office review) " WITH NO ADVANCING
           ACCEPT WS-CALLER-TYPE
           MOVE FUNCTION UPPER-CASE(WS-CALLER-TYPE) TO WS-CALLER-TYPE
           PERFORM 1000-VERIFY-BY-TYPE
           IF WS-CALLER-PASSED
               SET LK-CALLER-VERIFIED TO TRUE
               MOVE "PASS" TO WS-OUTCOME
               PERFORM 5000-RECORD-PASS
           ELSE
               MOVE "FAIL" TO WS-OUTCOME
               IF WS-COUNT-FAILURE
                   PERFORM 5100-RECORD-FAILURE
               END-IF
           END-IF
           PERFORM 8000-LOG-VERIFICATION
           PERFORM 0900-CLOSE-FILES
           EXIT PROGRAM.

       0100-READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-SESSION-OPERATOR
           OPEN INPUT SESSIONFILE
           IF WS-SE-STATUS = "00"
               READ SESSIONFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SES-OPERATOR TO WS-SESSION-OPERATOR
               END-READ
               CLOSE SESSIONFILE
           END-IF.

       0200-OPEN-LOCK-FILE.
           MOVE 'N' TO WS-LOCKS-SWITCH
           MOVE 'N' TO WS-LOCK-FOUND
           OPEN I-O VERIFYFILE
           IF WS-VF-STATUS = "35"
               OPEN OUTPUT VERIFYFILE
               CLOSE VERIFYFILE
               OPEN I-O VERIFYFILE
           END-IF
           IF WS-VF-STATUS NOT = "00"
               DISPLAY "VERIFYFILE STATUS " WS-VF-STATUS
                   " - failed checks will not be counted"
               EXIT PARAGRAPH
           END-IF
           SET WS-LOCKS-OPEN TO TRUE
           MOVE LK-IDNUM TO VFL-IDNUM
           READ VERIFYFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCK-FOUND
           END-READ.

       0900-CLOSE-FILES.
           CLOSE CUSTOMERFILE
           IF WS-LOCKS-OPEN
               CLOSE VERIFYFILE
           END-IF.

       1000-VERIFY-BY-TYPE.
           IF WS-CALLER-OWNER
               PERFORM 2000-VERIFY-OWNER
           ELSE IF WS-CALLER-AUTHORIZED
               PERFORM 3000-VERIFY-AUTHORIZED
           ELSE IF WS-CALLER-NONE
               MOVE "BACK-OFFICE REVIEW" TO WS-DETAIL
               SET LK-PERMIT-BACK-OFFICE TO TRUE
               MOVE 'Y' TO WS-PASS-SWITCH
           ELSE
               DISPLAY "Caller type must be O, A or N"
               MOVE 'N' TO WS-CALLER-TYPE
               MOVE "NO CALLER TYPE GIVEN" TO WS-DETAIL
           END-IF.

       2000-VERIFY-OWNER.
           MOVE LK-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " LK-IDNUM " not on file"
                   MOVE "CUSTOMER NOT ON FILE" TO WS-DETAIL
                   EXIT PARAGRAPH
           END-READ
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO WS-CALLER-NAME
           MOVE SPACES TO WS-EXPECTED
           IF CUST-DOB NOT = ZERO
               MOVE CUST-DOB TO WS-EXP-DOB
           END-IF
           IF SSN-SERIAL NOT = ZERO
               MOVE SSN-SERIAL TO WS-EXP-LAST4
           END-IF
           MOVE LK-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CA-ZIP(1:5) TO WS-EXP-ZIP
           END-READ
           PERFORM 6000-ASK-AND-COMPARE
           IF WS-CALLER-PASSED
               SET LK-PERMIT-OWNER TO TRUE
           END-IF.

       3000-VERIFY-AUTHORIZED.
           MOVE ZERO TO WS-PARTY-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LK-IDNUM TO CU-IDNUM
           MOVE 'U' TO CU-REC-TYPE
           MOVE ZERO TO CU-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 3010-LIST-ONE-PARTY UNTIL WS-LIST-EOF
           IF WS-PARTY-COUNT = ZERO
               DISPLAY "No current authorized party on file - the "
                   "caller may not be given account detail"
               MOVE "NO AUTHORIZED PARTY ON FILE" TO WS-DETAIL
               MOVE 'Y' TO WS-COUNT-SWITCH
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Party the caller names (sequence) "
               WITH NO ADVANCING
           ACCEPT WS-CALLER-SEQ
           MOVE LK-IDNUM TO CU-IDNUM
           MOVE 'U' TO CU-REC-TYPE
           MOVE WS-CALLER-SEQ TO CU-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF NOT WS-RECORD-FOUND
               PERFORM 3100-PARTY-NOT-CURRENT
               EXIT PARAGRAPH
           END-IF
           IF CU-REVOKED
               OR (CU-EXPIRY-DATE NOT = ZERO
               AND CU-EXPIRY-DATE < WS-TODAY)
               PERFORM 3100-PARTY-NOT-CURRENT
               EXIT PARAGRAPH
           END-IF
           MOVE CU-NAME TO WS-CALLER-NAME
           MOVE SPACES TO WS-EXPECTED
           IF CU-DOB NOT = SPACES AND CU-DOB NOT = ZERO
               MOVE CU-DOB TO WS-EXP-DOB
           END-IF
           MOVE CU-SSN-LAST4 TO WS-EXP-LAST4
           MOVE CU-ZIP TO WS-EXP-ZIP
           PERFORM 6000-ASK-AND-COMPARE
           IF WS-CALLER-PASSED
               MOVE CU-PERMISSION TO LK-PERMISSION
           END-IF.

       3010-LIST-ONE-PARTY.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-LIST-EOF TO TRUE
           END-READ
           IF NOT WS-LIST-EOF
               IF CU-IDNUM NOT = LK-IDNUM OR CU-REC-TYPE NOT = 'U'
                   SET WS-LIST-EOF TO TRUE
               ELSE
                   IF CU-ACTIVE AND (CU-EXPIRY-DATE = ZERO
                       OR CU-EXPIRY-DATE NOT < WS-TODAY)
                       ADD 1 TO WS-PARTY-COUNT
                       DISPLAY "  " CU-SEQ " " FUNCTION TRIM(CU-NAME)
                           " (" FUNCTION TRIM(CU-RELATION) ")"
                   END-IF
               END-IF
           END-IF.

       3100-PARTY-NOT-CURRENT.
           DISPLAY "Party " WS-CALLER-SEQ " is not a current "
               "authorized party on this account"
           MOVE "PARTY NOT CURRENT" TO WS-DETAIL
           MOVE 'Y' TO WS-COUNT-SWITCH.

      *> Only the items held on file are asked for; an account with
      *> fewer than two cannot be verified by phone and the attempt
      *> is not held against the caller.
       6000-ASK-AND-COMPARE.
           MOVE ZERO TO WS-CHECK-COUNT
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE SPACES TO WS-ANSWERED
           IF WS-EXP-DOB NOT = SPACES
               ADD 1 TO WS-CHECK-COUNT
           END-IF
           IF WS-EXP-LAST4 NOT = SPACES
               ADD 1 TO WS-CHECK-COUNT
           END-IF
           IF WS-EXP-ZIP NOT = SPACES
               ADD 1 TO WS-CHECK-COUNT
           END-IF
           IF WS-CHECK-COUNT < WS-MIN-CHECKS
               DISPLAY "Not enough identity details on file to verify "
                   "this caller - update the record first"
               MOVE "TOO FEW DETAILS ON FILE" TO WS-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-DOB NOT = SPACES
               DISPLAY "Caller's date of birth (MMDDYYYY) "
                   WITH NO ADVANCING
               ACCEPT WS-ASK-DOB
               IF WS-ASK-DOB = WS-EXP-DOB
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-IF
           IF WS-EXP-LAST4 NOT = SPACES
               DISPLAY "Last four of the caller's SSN "
                   WITH NO ADVANCING
               ACCEPT WS-ASK-LAST4
               IF WS-ASK-LAST4 = WS-EXP-LAST4
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-IF
           IF WS-EXP-ZIP NOT = SPACES
               DISPLAY "Caller's ZIP code " WITH NO ADVANCING
               ACCEPT WS-ASK-ZIP
               IF WS-ASK-ZIP = WS-EXP-ZIP
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-IF
           MOVE 'Y' TO WS-COUNT-SWITCH
           IF WS-MATCH-COUNT = WS-CHECK-COUNT
               MOVE 'Y' TO WS-PASS-SWITCH
               DISPLAY "Caller verified"
           ELSE
               DISPLAY "Caller NOT verified - identity details do not "
                   "match"
               MOVE "DETAILS DID NOT MATCH" TO WS-DETAIL
           END-IF.

       5000-RECORD-PASS.
           IF WS-LOCK-ON-FILE AND VFL-FAIL-COUNT > ZERO
               MOVE ZERO TO VFL-FAIL-COUNT
               REWRITE VERIFYLOCKRECORD
                   INVALID KEY
                       DISPLAY "Caller check count not reset for "
                           "customer " LK-IDNUM
               END-REWRITE
           END-IF.

       5100-RECORD-FAILURE.
           IF NOT WS-LOCKS-OPEN
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-LOCK-ON-FILE
               MOVE SPACES TO VERIFYLOCKRECORD
               MOVE LK-IDNUM TO VFL-IDNUM
               MOVE ZERO TO VFL-FAIL-COUNT
               SET VFL-OPEN TO TRUE
               MOVE ZERO TO VFL-LOCKED-DATE
               MOVE SPACES TO VFL-UNLOCKED-BY
               MOVE ZERO TO VFL-UNLOCKED-DATE
           END-IF
           IF VFL-FAIL-COUNT < 9
               ADD 1 TO VFL-FAIL-COUNT
           END-IF
           MOVE WS-TODAY TO VFL-LAST-FAIL-DATE
           IF VFL-FAIL-COUNT >= WS-FAIL-LIMIT
               SET VFL-LOCKED TO TRUE
               MOVE WS-TODAY TO VFL-LOCKED-DATE
               SET LK-ACCOUNT-LOCKED TO TRUE
               MOVE "LOCKED" TO WS-OUTCOME
               DISPLAY "Account " LK-IDNUM " is now locked after "
                   VFL-FAIL-COUNT " failed caller checks - refer the "
                   "caller to a supervisor"
           END-IF
           IF WS-LOCK-ON-FILE
               REWRITE VERIFYLOCKRECORD
                   INVALID KEY
                       DISPLAY "Caller check count not updated for "
                           "customer " LK-IDNUM
               END-REWRITE
           ELSE
               WRITE VERIFYLOCKRECORD
                   INVALID KEY
                       DISPLAY "Caller check count not recorded for "
                           "customer " LK-IDNUM
               END-WRITE
           END-IF.

       8000-LOG-VERIFICATION.
           OPEN EXTEND VERIFYLOG
           IF WS-VL-STATUS = "35"
               OPEN OUTPUT VERIFYLOG
           END-IF
           IF WS-VL-STATUS NOT = "00"
               DISPLAY "VERIFYLOG STATUS " WS-VL-STATUS
                   " - caller check not logged"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VERIFYLINE
           STRING WS-CD-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CD-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CD-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CD-MIN DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CD-SEC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LK-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CALLER-TYPE DELIMITED BY SIZE
               WS-CALLER-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LK-PROGRAM DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-DETAIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CALLER-NAME DELIMITED BY SIZE
               INTO VERIFYLINE
           WRITE VERIFYLINE
           CLOSE VERIFYLOG.
