           SELECT OPERATORFILE ASSIGN TO "files/Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT ROLEHISTORY ASSIGN TO "files/OperatorRoles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORFILE.
       COPY "OperatorRecord.cpy".

       FD ROLEHISTORY.
       COPY "OperatorRoleHistory.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS PIC XX.
       01 WS-RL-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

           88 WS-ADD VALUE 'A'.
           88 WS-LOCK-TOGGLE VALUE 'K'.
           88 WS-PASSWORD-RESET VALUE 'P'.
           88 WS-ROLE-CHANGE VALUE 'R'.
           88 WS-SHARED-TOGGLE VALUE 'S'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-ENTRY-ID PIC X(8).
       01 WS-ENTRY-PASSWORD PIC X(60).
       01 WS-ENTRY-ROLE PIC X.
           88 WS-ENTRY-ROLE-VALID VALUE 'I' 'U' 'A'.
       01 WS-ENTRY-SHARED PIC X.
       01 WS-OLD-ROLE PIC X.
       01 WS-ROLE-ACTION PIC X.
       01 WS-ENTRY-HASH PIC X(16).
       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-OK VALUE 'Y'.
       01 WS-HIST-IDX PIC 9 COMP-3.
       01 WS-PREV-HIST-IDX PIC 9 COMP-3.

       01 WS-OP-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-OP-OVERFLOW-SWITCH PIC X VALUE 'N'.
       01 WS-OPERATOR-TABLE.
           02 WS-OP-ENTRY OCCURS 20 TIMES.
               03 WS-T-OP-ID PIC X(8).
               03 WS-T-OP-LEGACY-PASSWORD PIC X(8).
               03 WS-T-OP-ROLE PIC X.
               03 WS-T-OP-PWD-EXPIRES PIC 9(8).
               03 WS-T-OP-FAIL-COUNT PIC 9.
               03 WS-T-OP-STATUS PIC X.
               03 WS-T-OP-PWD-FORMAT PIC X.
               03 WS-T-OP-PWD-HASH PIC X(16).
               03 WS-T-OP-MUST-CHANGE PIC X.
               03 WS-T-OP-PWD-HISTORY PIC X(16) OCCURS 5 TIMES.
               03 WS-T-OP-SHARED PIC X.

       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 WS-CD-TIME PIC 9(6).
           02 FILLER PIC X(7).
       01 WS-EXPIRY-INTEGER PIC 9(8) COMP-3.

       PROCEDURE DIVISION.
           WRITE OPERATORLINE.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist, A)dd, K)lock/unlock, P)assword reset, "
               "R)ole change, S)hared ID flag or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 4000-LOCK-UNLOCK-OPERATOR
           ELSE IF WS-PASSWORD-RESET
               PERFORM 5000-RESET-PASSWORD
           ELSE IF WS-ROLE-CHANGE
               PERFORM 5500-CHANGE-ROLE
           ELSE IF WS-SHARED-TOGGLE
               PERFORM 5600-SET-SHARED-FLAG
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, A, K, P, R, S or Q"
           END-IF.

       2000-LIST-OPERATORS.
               WS-T-OP-ROLE(WS-OP-IDX) " status "
               WS-T-OP-STATUS(WS-OP-IDX) " password expires "
               WS-T-OP-PWD-EXPIRES(WS-OP-IDX) " failures "
               WS-T-OP-FAIL-COUNT(WS-OP-IDX) " change due "
               WS-T-OP-MUST-CHANGE(WS-OP-IDX) " shared "
               WS-T-OP-SHARED(WS-OP-IDX).

       3000-ADD-OPERATOR.
           IF WS-OP-COUNT >= 20
               ACCEPT WS-ENTRY-ROLE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-ROLE)
                   TO WS-ENTRY-ROLE
               DISPLAY "Shared ID used by more than one person (Y/N) "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-SHARED
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-SHARED)
                   TO WS-ENTRY-SHARED
               PERFORM 3100-FIND-OPERATOR
               PERFORM 7000-CHECK-AND-HASH-PASSWORD
               IF WS-OP-FOUND-IDX NOT = ZERO
                   DISPLAY "Operator " WS-ENTRY-ID " already on file"
               ELSE
                   IF NOT WS-GUARD-OK
                       DISPLAY "No entry added"
                   ELSE
                       PERFORM 3200-STORE-NEW-OPERATOR
                   END-IF
               END-IF
           END-IF.

       3200-STORE-NEW-OPERATOR.
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-IDX
           INITIALIZE WS-OP-ENTRY(WS-OP-IDX)
           MOVE WS-ENTRY-ID TO WS-T-OP-ID(WS-OP-IDX)
           MOVE 'H' TO WS-T-OP-PWD-FORMAT(WS-OP-IDX)
           MOVE WS-ENTRY-HASH TO WS-T-OP-PWD-HASH(WS-OP-IDX)
           MOVE 'Y' TO WS-T-OP-MUST-CHANGE(WS-OP-IDX)
           MOVE WS-ENTRY-ROLE TO WS-T-OP-ROLE(WS-OP-IDX)
           PERFORM 6000-EXPIRE-PASSWORD-NOW
           MOVE ZERO TO WS-T-OP-FAIL-COUNT(WS-OP-IDX)
           MOVE 'A' TO WS-T-OP-STATUS(WS-OP-IDX)
           IF WS-ENTRY-SHARED = 'Y'
               MOVE 'Y' TO WS-T-OP-SHARED(WS-OP-IDX)
           ELSE
               MOVE 'N' TO WS-T-OP-SHARED(WS-OP-IDX)
           END-IF
           MOVE 'A' TO WS-ROLE-ACTION
           MOVE SPACE TO WS-OLD-ROLE
           PERFORM 5700-LOG-ROLE-HISTORY
           PERFORM 0190-REWRITE-OPERATOR-FILE
           DISPLAY "Operator " WS-ENTRY-ID " added - "
               "password must be changed at first sign-on".

       3100-FIND-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND-IDX
           PERFORM 3110-CHECK-ONE-OPERATOR
               MOVE WS-OP-FOUND-IDX TO WS-OP-IDX
               DISPLAY "Temporary password " WITH NO ADVANCING
               ACCEPT WS-ENTRY-PASSWORD
               PERFORM 7000-CHECK-AND-HASH-PASSWORD
               IF NOT WS-GUARD-OK
                   DISPLAY "Password not reset"
               ELSE
                   PERFORM 5010-SHIFT-ONE-HISTORY
                       VARYING WS-HIST-IDX FROM 5 BY -1
                       UNTIL WS-HIST-IDX < 2
                   MOVE WS-T-OP-PWD-HASH(WS-OP-IDX)
                       TO WS-T-OP-PWD-HISTORY(WS-OP-IDX, 1)
                   MOVE WS-ENTRY-HASH TO WS-T-OP-PWD-HASH(WS-OP-IDX)
                   MOVE 'Y' TO WS-T-OP-MUST-CHANGE(WS-OP-IDX)
                   PERFORM 6000-EXPIRE-PASSWORD-NOW
                   MOVE ZERO TO WS-T-OP-FAIL-COUNT(WS-OP-IDX)
                   PERFORM 0190-REWRITE-OPERATOR-FILE
                   DISPLAY "Password reset for " WS-ENTRY-ID
                       " - must be changed at next sign-on"
               END-IF
           END-IF.

       5010-SHIFT-ONE-HISTORY.
           COMPUTE WS-PREV-HIST-IDX = WS-HIST-IDX - 1
           MOVE WS-T-OP-PWD-HISTORY(WS-OP-IDX, WS-PREV-HIST-IDX)
               TO WS-T-OP-PWD-HISTORY(WS-OP-IDX, WS-HIST-IDX).

      *> Every role change is kept in the role history with the
      *> administrator who made it, for the segregation-of-duties
      *> review.
       5500-CHANGE-ROLE.
           DISPLAY "Operator ID for role change " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
           PERFORM 3100-FIND-OPERATOR
           IF WS-OP-FOUND-IDX = ZERO
               DISPLAY "Operator " WS-ENTRY-ID " not on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-FOUND-IDX TO WS-OP-IDX
           DISPLAY "Current role " WS-T-OP-ROLE(WS-OP-IDX)
               " - new role I)nquiry, U)pdate, A)dmin "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-ROLE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ROLE) TO WS-ENTRY-ROLE
           IF NOT WS-ENTRY-ROLE-VALID
               DISPLAY "Invalid role - no change made"
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-ROLE = WS-T-OP-ROLE(WS-OP-IDX)
               DISPLAY "Operator " WS-ENTRY-ID " already has role "
                   WS-ENTRY-ROLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-T-OP-ROLE(WS-OP-IDX) TO WS-OLD-ROLE
           MOVE WS-ENTRY-ROLE TO WS-T-OP-ROLE(WS-OP-IDX)
           MOVE 'C' TO WS-ROLE-ACTION
           PERFORM 5700-LOG-ROLE-HISTORY
           PERFORM 0190-REWRITE-OPERATOR-FILE
           DISPLAY "Operator " WS-ENTRY-ID " role " WS-OLD-ROLE
               " -> " WS-ENTRY-ROLE.

       5600-SET-SHARED-FLAG.
           DISPLAY "Operator ID to flag shared/personal "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
           PERFORM 3100-FIND-OPERATOR
           IF WS-OP-FOUND-IDX = ZERO
               DISPLAY "Operator " WS-ENTRY-ID " not on file"
           ELSE
               MOVE WS-OP-FOUND-IDX TO WS-OP-IDX
               IF WS-T-OP-SHARED(WS-OP-IDX) = 'Y'
                   MOVE 'N' TO WS-T-OP-SHARED(WS-OP-IDX)
                   DISPLAY "Operator " WS-ENTRY-ID " is a personal ID"
               ELSE
                   MOVE 'Y' TO WS-T-OP-SHARED(WS-OP-IDX)
                   DISPLAY "Operator " WS-ENTRY-ID " is a shared ID"
               END-IF
               MOVE 'S' TO WS-ROLE-ACTION
               MOVE WS-T-OP-ROLE(WS-OP-IDX) TO WS-OLD-ROLE
               PERFORM 5700-LOG-ROLE-HISTORY
               PERFORM 0190-REWRITE-OPERATOR-FILE
           END-IF.

       5700-LOG-ROLE-HISTORY.
           OPEN EXTEND ROLEHISTORY
           IF WS-RL-STATUS = "35"
               OPEN OUTPUT ROLEHISTORY
           END-IF
           IF WS-RL-STATUS NOT = "00"
               DISPLAY "ROLEHISTORY STATUS " WS-RL-STATUS
                   " - role history not written"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CD-DATE TO ORH-TIMESTAMP(1:8)
               MOVE WS-CD-TIME TO ORH-TIMESTAMP(9:6)
               MOVE WS-ADMIN-ID TO ORH-ADMIN
               MOVE WS-T-OP-ID(WS-OP-IDX) TO ORH-OPERATOR
               MOVE WS-ROLE-ACTION TO ORH-ACTION
               MOVE WS-OLD-ROLE TO ORH-OLD-ROLE
               MOVE WS-T-OP-ROLE(WS-OP-IDX) TO ORH-NEW-ROLE
               MOVE WS-T-OP-SHARED(WS-OP-IDX) TO ORH-SHARED
               WRITE ROLEHISTORYRECORD
               CLOSE ROLEHISTORY
           END-IF.

       6000-EXPIRE-PASSWORD-NOW.
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER)
               TO WS-T-OP-PWD-EXPIRES(WS-OP-IDX).

      *> The password typed by the administrator is checked against
      *> the rules and only its one-way value is kept.
       7000-CHECK-AND-HASH-PASSWORD.
           MOVE 'R' TO WS-GUARD-ACTION
           CALL 'PasswordGuard' USING WS-GUARD-ACTION, WS-ENTRY-ID,
               WS-ENTRY-PASSWORD, WS-ENTRY-HASH, WS-GUARD-RESULT
           IF WS-GUARD-OK
               MOVE 'H' TO WS-GUARD-ACTION
               CALL 'PasswordGuard' USING WS-GUARD-ACTION,
                   WS-ENTRY-ID, WS-ENTRY-PASSWORD, WS-ENTRY-HASH,
                   WS-GUARD-RESULT
           END-IF
           MOVE SPACES TO WS-ENTRY-PASSWORD.
