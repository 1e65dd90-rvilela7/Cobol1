           88 WS-SIGN-ON-DONE VALUE 'Y'.

       01 WS-ENTERED-ID PIC X(8).
       01 WS-ENTERED-PASSWORD PIC X(60).
       01 WS-NEW-PASSWORD PIC X(60).
       01 WS-NEW-PASSWORD-AGAIN PIC X(60).
       01 WS-ENTERED-HASH PIC X(16).
       01 WS-NEW-HASH PIC X(16).
       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-OK VALUE 'Y'.
       01 WS-HIST-IDX PIC 9 COMP-3.
       01 WS-PREV-HIST-IDX PIC 9 COMP-3.
       01 WS-REUSED-SWITCH PIC X.
           88 WS-PASSWORD-REUSED VALUE 'Y'.
       01 WS-CONVERTED-SWITCH PIC X VALUE 'N'.
           88 WS-ENTRIES-CONVERTED VALUE 'Y'.

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
           ELSE
               PERFORM 0120-LOAD-ONE-OPERATOR UNTIL WSEOF
               CLOSE OPERATORFILE
               PERFORM 0150-CONVERT-LEGACY-ENTRIES
           END-IF.

      *> Seeded accounts carry only the one-way value of their
      *> starting password and must change it at first sign-on.
       0110-SEED-OPERATOR-FILE.
           OPEN OUTPUT OPERATORFILE
           MOVE 'H' TO WS-GUARD-ACTION
           INITIALIZE OPERATORLINE
           MOVE "ADMIN" TO OL-OP-ID
           MOVE "PASS1234" TO WS-NEW-PASSWORD
           CALL 'PasswordGuard' USING WS-GUARD-ACTION, OL-OP-ID,
               WS-NEW-PASSWORD, OL-OP-PWD-HASH, WS-GUARD-RESULT
           MOVE 'A' TO OL-OP-ROLE
           MOVE 99991231 TO OL-OP-PWD-EXPIRES
           MOVE ZERO TO OL-OP-FAIL-COUNT
           MOVE 'A' TO OL-OP-STATUS
           SET OL-PWD-HASHED TO TRUE
           SET OL-OP-CHANGE-DUE TO TRUE
           WRITE OPERATORLINE
           INITIALIZE OPERATORLINE
           MOVE "JSMITH" TO OL-OP-ID
           MOVE "LETMEIN1" TO WS-NEW-PASSWORD
           CALL 'PasswordGuard' USING WS-GUARD-ACTION, OL-OP-ID,
               WS-NEW-PASSWORD, OL-OP-PWD-HASH, WS-GUARD-RESULT
           MOVE 'U' TO OL-OP-ROLE
           MOVE 99991231 TO OL-OP-PWD-EXPIRES
           MOVE ZERO TO OL-OP-FAIL-COUNT
           MOVE 'A' TO OL-OP-STATUS
           SET OL-PWD-HASHED TO TRUE
           SET OL-OP-CHANGE-DUE TO TRUE
           WRITE OPERATORLINE
           MOVE SPACES TO WS-NEW-PASSWORD
           CLOSE OPERATORFILE.

       0120-LOAD-ONE-OPERATOR.
                   END-IF
           END-READ.

      *> Entries written before passwords were protected still hold
      *> the password as typed. Each is replaced by its one-way value
      *> so the operator signs on as before, then has to choose a new
      *> password since the old one has been readable in the file.
       0150-CONVERT-LEGACY-ENTRIES.
           MOVE 'N' TO WS-CONVERTED-SWITCH
           PERFORM 0160-CONVERT-ONE-ENTRY
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
           IF WS-ENTRIES-CONVERTED
               PERFORM 0190-REWRITE-OPERATOR-FILE
           END-IF.

       0160-CONVERT-ONE-ENTRY.
           IF WS-T-OP-PWD-FORMAT(WS-OP-IDX) = SPACE
               MOVE 'H' TO WS-GUARD-ACTION
               MOVE WS-T-OP-LEGACY-PASSWORD(WS-OP-IDX)
                   TO WS-NEW-PASSWORD
               CALL 'PasswordGuard' USING WS-GUARD-ACTION,
                   WS-T-OP-ID(WS-OP-IDX), WS-NEW-PASSWORD,
                   WS-T-OP-PWD-HASH(WS-OP-IDX), WS-GUARD-RESULT
               MOVE SPACES TO WS-NEW-PASSWORD
               MOVE SPACES TO WS-T-OP-LEGACY-PASSWORD(WS-OP-IDX)
               MOVE 'H' TO WS-T-OP-PWD-FORMAT(WS-OP-IDX)
               MOVE 'Y' TO WS-T-OP-MUST-CHANGE(WS-OP-IDX)
               PERFORM 0170-CLEAR-ONE-HISTORY
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > 5
               MOVE 'Y' TO WS-CONVERTED-SWITCH
           END-IF.

       0170-CLEAR-ONE-HISTORY.
           MOVE SPACES TO WS-T-OP-PWD-HISTORY(WS-OP-IDX, WS-HIST-IDX).

      *> A file with more entries than the table holds must never
      *> be rewritten from the table - that would silently truncate
      *> operator accounts out of the security file.
                   "operator administrator"
               MOVE 'Y' TO WS-DONE-SWITCH
           ELSE
               MOVE 'H' TO WS-GUARD-ACTION
               CALL 'PasswordGuard' USING WS-GUARD-ACTION,
                   WS-ENTERED-ID, WS-ENTERED-PASSWORD, WS-ENTERED-HASH,
                   WS-GUARD-RESULT
               MOVE SPACES TO WS-ENTERED-PASSWORD
               IF WS-T-OP-PWD-HASH(WS-OP-IDX) NOT = WS-ENTERED-HASH
                   PERFORM 2100-COUNT-FAILED-ATTEMPT
               ELSE
                   PERFORM 2200-CHECK-EXPIRY-AND-ROLE
           END-IF
           PERFORM 0190-REWRITE-OPERATOR-FILE.

      *> A password set by the administrator (new operator, reset
      *> or converted entry) must be replaced before sign-on goes
      *> through; a merely expired one may still be kept.
       2200-CHECK-EXPIRY-AND-ROLE.
           MOVE ZERO TO WS-T-OP-FAIL-COUNT(WS-OP-IDX)
           IF WS-T-OP-MUST-CHANGE(WS-OP-IDX) = 'Y'
               MOVE "Password change required - enter new password"
                   TO WS-PROMPT-TEXT
               PERFORM 2300-CHANGE-PASSWORD
           ELSE
               IF WS-CD-DATE > WS-T-OP-PWD-EXPIRES(WS-OP-IDX)
                   MOVE "Password expired - enter new password"
                       TO WS-PROMPT-TEXT
                   PERFORM 2300-CHANGE-PASSWORD
               END-IF
           END-IF
           IF WS-T-OP-MUST-CHANGE(WS-OP-IDX) = 'Y'
               DISPLAY "A new password is required before sign-on"
           ELSE
               PERFORM 2400-CHECK-ROLE
           END-IF
           PERFORM 0190-REWRITE-OPERATOR-FILE
           MOVE 'Y' TO WS-DONE-SWITCH.

       2300-CHANGE-PASSWORD.
           CALL 'PromptRead' USING WS-PROMPT-TEXT, WS-PROMPT-REPLY
           MOVE WS-PROMPT-REPLY TO WS-NEW-PASSWORD
           MOVE "Re-enter new password" TO WS-PROMPT-TEXT
           CALL 'PromptRead' USING WS-PROMPT-TEXT, WS-PROMPT-REPLY
           MOVE WS-PROMPT-REPLY TO WS-NEW-PASSWORD-AGAIN
           MOVE SPACES TO WS-PROMPT-REPLY
           IF WS-NEW-PASSWORD NOT = WS-NEW-PASSWORD-AGAIN
               DISPLAY "Passwords did not match - old password kept"
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-GUARD-ACTION
           CALL 'PasswordGuard' USING WS-GUARD-ACTION, WS-ENTERED-ID,
               WS-NEW-PASSWORD, WS-NEW-HASH, WS-GUARD-RESULT
           IF NOT WS-GUARD-OK
               DISPLAY "Old password kept"
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO WS-GUARD-ACTION
           CALL 'PasswordGuard' USING WS-GUARD-ACTION, WS-ENTERED-ID,
               WS-NEW-PASSWORD, WS-NEW-HASH, WS-GUARD-RESULT
           MOVE SPACES TO WS-NEW-PASSWORD
           MOVE SPACES TO WS-NEW-PASSWORD-AGAIN
           PERFORM 2310-CHECK-PASSWORD-REUSE
           IF WS-PASSWORD-REUSED
               DISPLAY "That password has been used recently - "
                   "old password kept"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2320-SHIFT-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 5 BY -1
               UNTIL WS-HIST-IDX < 2
           MOVE WS-T-OP-PWD-HASH(WS-OP-IDX)
               TO WS-T-OP-PWD-HISTORY(WS-OP-IDX, 1)
           MOVE WS-NEW-HASH TO WS-T-OP-PWD-HASH(WS-OP-IDX)
           MOVE 'N' TO WS-T-OP-MUST-CHANGE(WS-OP-IDX)
           COMPUTE WS-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE) + 90
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER)
               TO WS-T-OP-PWD-EXPIRES(WS-OP-IDX)
           DISPLAY "Password changed".

      *> The current password and the five before it may not be
      *> chosen again.
       2310-CHECK-PASSWORD-REUSE.
           MOVE 'N' TO WS-REUSED-SWITCH
           IF WS-NEW-HASH = WS-T-OP-PWD-HASH(WS-OP-IDX)
               MOVE 'Y' TO WS-REUSED-SWITCH
           END-IF
           PERFORM 2315-CHECK-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > 5.

       2315-CHECK-ONE-HISTORY.
           IF WS-NEW-HASH = WS-T-OP-PWD-HISTORY(WS-OP-IDX, WS-HIST-IDX)
               MOVE 'Y' TO WS-REUSED-SWITCH
           END-IF.

       2320-SHIFT-ONE-HISTORY.
           COMPUTE WS-PREV-HIST-IDX = WS-HIST-IDX - 1
           MOVE WS-T-OP-PWD-HISTORY(WS-OP-IDX, WS-PREV-HIST-IDX)
               TO WS-T-OP-PWD-HISTORY(WS-OP-IDX, WS-HIST-IDX).

       2400-CHECK-ROLE.
           EVALUATE LK-REQUIRED-ROLE
               WHEN 'A' MOVE 3 TO WS-REQUIRED-RANK
