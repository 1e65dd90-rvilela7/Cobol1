            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthorizedParty.
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

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD VERIFYFILE.
       COPY "VerifyLock.cpy".

       FD VERIFYLOG.
       01 VERIFYLINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-ADD VALUE 'A'.
           88 WS-REVOKE VALUE 'R'.
           88 WS-LIST VALUE 'L'.
           88 WS-UNLOCK VALUE 'U'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-FOUND PIC X VALUE 'N'.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-LIST-EOF-SWITCH PIC X.
           88 WS-LIST-EOF VALUE 'Y'.
       01 WS-AP-IDNUM PIC 9(7).
       01 WS-AP-SEQ PIC 99.
       01 WS-AP-NEXT-SEQ PIC 99.
       01 WS-AP-SEQ-FULL-SWITCH PIC X.
           88 WS-AP-SEQ-FULL VALUE 'Y'.
       01 WS-AP-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-AP-ID-COUNT PIC 9.
       01 WS-AP-CONFIRM PIC X.
       01 WS-AP-STATE PIC X(8).

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 WS-TD-TIME PIC 9(6).
           02 FILLER PIC X(7).

       01 WS-JRN-PROGRAM PIC X(10) VALUE "AUTHPARTY".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.
       01 WS-ADMIN-ROLE PIC X VALUE 'A'.
       01 WS-ADMIN-ID PIC X(8).

       01 WS-CF-STATUS PIC XX.
       01 WS-VF-STATUS PIC XX.
       01 WS-VL-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Authorized parties are 'U' records under the customer - a
      *> spouse, bookkeeper or attorney the owner allows to call about
      *> the account, either for inquiry only or with authority to
      *> make payment arrangements. The identity details kept here are
      *> the party's own and are what CallerVerify asks the party for.
      *> A party is revoked rather than deleted so the history of who
      *> could speak for the account stays on file. Unlocking an
      *> account after repeated failed caller checks needs a
      *> supervisor sign-on.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - AuthorizedParty "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
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
           DISPLAY "A)dd party, R)evoke party, L)ist parties, U)nlock "
               "caller checks or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-ADD
               PERFORM 2000-ADD-PARTY
           ELSE IF WS-REVOKE
               PERFORM 3000-REVOKE-PARTY
           ELSE IF WS-LIST
               PERFORM 4000-LIST-PARTIES
           ELSE IF WS-UNLOCK
               PERFORM 6000-UNLOCK-ACCOUNT
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter A, R, L, U or Q"
           END-IF.

       2000-ADD-PARTY.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-AP-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-AP-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-FIND-NEXT-SEQ
           IF WS-AP-SEQ-FULL
               DISPLAY "No room for another authorized party on "
                   "customer " WS-AP-IDNUM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUSTOMER-AUTHORIZED-REC
           MOVE WS-AP-IDNUM TO CU-IDNUM
           MOVE 'U' TO CU-REC-TYPE
           MOVE WS-AP-NEXT-SEQ TO CU-SEQ
           DISPLAY "Party name " WITH NO ADVANCING
           ACCEPT CU-NAME
           IF CU-NAME = SPACES
               DISPLAY "Party name is required - party not added"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Relationship (spouse, bookkeeper, attorney...) "
               WITH NO ADVANCING
           ACCEPT CU-RELATION
           DISPLAY "Permission I)nquiry only or A)rrangements "
               WITH NO ADVANCING
           ACCEPT CU-PERMISSION
           MOVE FUNCTION UPPER-CASE(CU-PERMISSION) TO CU-PERMISSION
           IF NOT CU-PERMISSION-VALID
               DISPLAY "Permission must be I or A - party not added"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Expiry date (YYYYMMDD, 0 for none) "
               WITH NO ADVANCING
           ACCEPT CU-EXPIRY-DATE
           IF CU-EXPIRY-DATE NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(CU-EXPIRY-DATE)
                   NOT = ZERO
                   OR CU-EXPIRY-DATE < WS-TD-DATE
                   DISPLAY "Expiry must be a valid date no earlier "
                       "than today - party not added"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 2100-CAPTURE-IDENTITY
           IF WS-AP-ID-COUNT < 2
               DISPLAY "At least two identity details are needed to "
                   "verify the party by phone - party not added"
               EXIT PARAGRAPH
           END-IF
           SET CU-ACTIVE TO TRUE
           MOVE WS-TD-DATE TO CU-ADDED-DATE
           MOVE WS-OPERATOR-ID TO CU-ADDED-BY
           MOVE ZERO TO CU-REVOKED-DATE
           WRITE CUSTOMER-AUTHORIZED-REC
               INVALID KEY
                   DISPLAY "Authorized party not added for customer "
                       WS-AP-IDNUM
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
                   DISPLAY "Authorized party " CU-SEQ " "
                       FUNCTION TRIM(CU-NAME) " added for customer "
                       WS-AP-IDNUM
           END-WRITE.

       2100-CAPTURE-IDENTITY.
           MOVE ZERO TO WS-AP-ID-COUNT
           DISPLAY "Party's date of birth (MMDDYYYY, blank if not "
               "known) " WITH NO ADVANCING
           ACCEPT CU-DOB
           IF CU-DOB NOT = SPACES
               IF CU-DOB IS NUMERIC
                   ADD 1 TO WS-AP-ID-COUNT
               ELSE
                   DISPLAY "Date of birth not numeric - not kept"
                   MOVE SPACES TO CU-DOB
               END-IF
           END-IF
           DISPLAY "Last four of party's SSN (blank if not known) "
               WITH NO ADVANCING
           ACCEPT CU-SSN-LAST4
           IF CU-SSN-LAST4 NOT = SPACES
               IF CU-SSN-LAST4 IS NUMERIC
                   ADD 1 TO WS-AP-ID-COUNT
               ELSE
                   DISPLAY "SSN digits not numeric - not kept"
                   MOVE SPACES TO CU-SSN-LAST4
               END-IF
           END-IF
           DISPLAY "Party's ZIP code (blank if not known) "
               WITH NO ADVANCING
           ACCEPT CU-ZIP
           IF CU-ZIP NOT = SPACES
               ADD 1 TO WS-AP-ID-COUNT
           END-IF.

       3000-REVOKE-PARTY.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-AP-IDNUM
           DISPLAY "Party sequence " WITH NO ADVANCING
           ACCEPT WS-AP-SEQ
           MOVE WS-AP-IDNUM TO CU-IDNUM
           MOVE 'U' TO CU-REC-TYPE
           MOVE WS-AP-SEQ TO CU-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "No authorized party " WS-AP-SEQ
                       " on file for customer " WS-AP-IDNUM
                   EXIT PARAGRAPH
           END-READ
           IF CU-REVOKED
               DISPLAY "Party " WS-AP-SEQ " was already revoked on "
                   CU-REVOKED-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           SET CU-REVOKED TO TRUE
           MOVE WS-TD-DATE TO CU-REVOKED-DATE
           REWRITE CUSTOMER-AUTHORIZED-REC
               INVALID KEY
                   DISPLAY "Authorized party update failed for "
                       "customer " WS-AP-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   DISPLAY "Authorized party " WS-AP-SEQ " "
                       FUNCTION TRIM(CU-NAME) " revoked for customer "
                       WS-AP-IDNUM
           END-REWRITE.

       4000-LIST-PARTIES.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-AP-IDNUM
           MOVE ZERO TO WS-AP-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-AP-IDNUM TO CU-IDNUM
           MOVE 'U' TO CU-REC-TYPE
           MOVE ZERO TO CU-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 4010-LIST-ONE-PARTY UNTIL WS-LIST-EOF
           IF WS-AP-LIST-COUNT = ZERO
               DISPLAY "No authorized parties on file for customer "
                   WS-AP-IDNUM
           END-IF.

       4010-LIST-ONE-PARTY.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-LIST-EOF TO TRUE
           END-READ
           IF NOT WS-LIST-EOF
               IF CU-IDNUM NOT = WS-AP-IDNUM OR CU-REC-TYPE NOT = 'U'
                   SET WS-LIST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-AP-LIST-COUNT
                   PERFORM 4020-SET-PARTY-STATE
                   DISPLAY CU-SEQ " " CU-NAME " " CU-RELATION
                       " perm " CU-PERMISSION " expires "
                       CU-EXPIRY-DATE " " WS-AP-STATE
               END-IF
           END-IF.

       4020-SET-PARTY-STATE.
           IF CU-REVOKED
               MOVE "REVOKED" TO WS-AP-STATE
           ELSE IF CU-EXPIRY-DATE NOT = ZERO
               AND CU-EXPIRY-DATE < WS-TD-DATE
               MOVE "EXPIRED" TO WS-AP-STATE
           ELSE
               MOVE "ACTIVE" TO WS-AP-STATE
           END-IF.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-AP-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ.

       5100-FIND-NEXT-SEQ.
           MOVE ZERO TO WS-AP-NEXT-SEQ
           MOVE 'N' TO WS-AP-SEQ-FULL-SWITCH
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-AP-IDNUM TO CU-IDNUM
           MOVE 'U' TO CU-REC-TYPE
           MOVE ZERO TO CU-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 5110-CHECK-ONE-SEQ UNTIL WS-LIST-EOF.

       5110-CHECK-ONE-SEQ.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-LIST-EOF TO TRUE
           END-READ
           IF NOT WS-LIST-EOF
               IF CU-IDNUM NOT = WS-AP-IDNUM OR CU-REC-TYPE NOT = 'U'
                   SET WS-LIST-EOF TO TRUE
               ELSE IF CU-SEQ = 99
                   SET WS-AP-SEQ-FULL TO TRUE
                   SET WS-LIST-EOF TO TRUE
               ELSE
                   COMPUTE WS-AP-NEXT-SEQ = CU-SEQ + 1
               END-IF
           END-IF.

       6000-UNLOCK-ACCOUNT.
           CALL 'SignOn' USING WS-ADMIN-ROLE, WS-ADMIN-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Supervisor sign-on required to unlock caller "
                   "checks"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-AP-IDNUM
           OPEN I-O VERIFYFILE
           IF WS-VF-STATUS NOT = "00"
               DISPLAY "No caller check locks on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-IDNUM TO VFL-IDNUM
           READ VERIFYFILE
               INVALID KEY
                   DISPLAY "Customer " WS-AP-IDNUM
                       " has no failed caller checks"
                   CLOSE VERIFYFILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT VFL-LOCKED
               DISPLAY "Customer " WS-AP-IDNUM " is not locked - "
                   VFL-FAIL-COUNT " failed check(s) outstanding"
               DISPLAY "Clear them (Y/N) " WITH NO ADVANCING
               ACCEPT WS-AP-CONFIRM
               IF FUNCTION UPPER-CASE(WS-AP-CONFIRM) NOT = 'Y'
                   CLOSE VERIFYFILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO VFL-FAIL-COUNT
           SET VFL-OPEN TO TRUE
           MOVE WS-ADMIN-ID TO VFL-UNLOCKED-BY
           MOVE WS-TD-DATE TO VFL-UNLOCKED-DATE
           REWRITE VERIFYLOCKRECORD
               INVALID KEY
                   DISPLAY "Unlock failed for customer " WS-AP-IDNUM
               NOT INVALID KEY
                   DISPLAY "Caller checks unlocked for customer "
                       WS-AP-IDNUM
                   PERFORM 6100-LOG-UNLOCK
           END-REWRITE
           CLOSE VERIFYFILE.

       6100-LOG-UNLOCK.
           OPEN EXTEND VERIFYLOG
           IF WS-VL-STATUS = "35"
               OPEN OUTPUT VERIFYLOG
           END-IF
           IF WS-VL-STATUS NOT = "00"
               DISPLAY "VERIFYLOG STATUS " WS-VL-STATUS
                   " - unlock not logged"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VERIFYLINE
           STRING WS-TD-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TD-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TD-DATE(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TD-TIME(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TD-TIME(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TD-TIME(5:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AP-IDNUM DELIMITED BY SIZE
               " UNLOCK    " DELIMITED BY SIZE
               WS-ADMIN-ID DELIMITED BY SIZE
               " AuthorizedParty" DELIMITED BY SIZE
               INTO VERIFYLINE
           WRITE VERIFYLINE
           CLOSE VERIFYLOG.

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
