            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditRuleMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULEFILE ASSIGN TO "files/CreditReviewRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT RULEWORK ASSIGN TO "files/CreditReviewRules.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULEFILE.
       COPY "CreditRule.cpy".

       FD RULEWORK.
       01 WORKRECORD PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-RL-STATUS PIC XX.
       01 WS-RW-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-CHANGE VALUE 'C'.
           88 WS-DELETE VALUE 'D'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-ENTRY-CLASS PIC X.
           88 WS-CLASS-VALID VALUE 'R' 'C' 'E' 'V'.
       01 WS-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-REPLACED-COUNT PIC 9(3) COMP-3.
       01 WS-NEW-RULE PIC X(52).
       01 WS-RULE-OK PIC X.
           88 WS-RULE-VALID VALUE 'Y'.
       01 WS-LIMIT-EDIT PIC $$,$$$,$$9.99.
       01 WS-MAX-EDIT PIC $$,$$$,$$9.99.

       01 WS-RULE-PATH PIC X(30) VALUE "files/CreditReviewRules.dat".
       01 WS-WORK-PATH PIC X(30) VALUE "files/CreditReviewRules.tmp".
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

      *> Credit review rules, one per customer class. The quarterly
      *> review proposes an increase when the grade is no worse than
      *> the increase grade, the line is used to at least the given
      *> percentage and there has been no late payment for the given
      *> months; it proposes a decrease at or below the decrease
      *> grade or after a late payment within the decrease months.
      *> An increase percentage of zero turns increases off for the
      *> class. Rules are changed by replacing the whole class entry.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - CreditRuleMaint "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist rules, C)hange class rule, D)elete class "
               "rule or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-RULES
           ELSE IF WS-CHANGE
               PERFORM 3000-CHANGE-RULE
           ELSE IF WS-DELETE
               PERFORM 4000-DELETE-RULE
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, C, D or Q"
           END-IF.

       2000-LIST-RULES.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RULEFILE
           IF WS-RL-STATUS NOT = "00"
               DISPLAY "No credit review rules on file - the review "
                   "run seeds the standard rules"
           ELSE
               PERFORM 2010-LIST-ONE-RULE UNTIL WSEOF
               CLOSE RULEFILE
               DISPLAY WS-LIST-COUNT " class rules on file"
           END-IF.

       2010-LIST-ONE-RULE.
           READ RULEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE CRR-MAX-LIMIT TO WS-MAX-EDIT
                   MOVE CRR-MIN-LIMIT TO WS-LIMIT-EDIT
                   DISPLAY "Class " CRR-CLASS " increase: grade "
                       CRR-INC-MAX-GRADE " or better, use "
                       CRR-INC-MIN-UTIL "%+, clean "
                       CRR-INC-CLEAN-MONTHS " months, by "
                       CRR-INC-PCT "% up to " WS-MAX-EDIT
                   DISPLAY "        decrease: grade "
                       CRR-DEC-MIN-GRADE " or worse, late within "
                       CRR-DEC-LATE-MONTHS " months, by "
                       CRR-DEC-PCT "% down to " WS-LIMIT-EDIT
                   DISPLAY "        changed by " CRR-UPDATED-BY
                       " on " CRR-UPDATED-DATE
           END-READ.

       3000-CHANGE-RULE.
           DISPLAY "Customer class (R, C, E or V) " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CLASS
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CLASS) TO WS-ENTRY-CLASS
           IF NOT WS-CLASS-VALID
               DISPLAY "Class must be R, C, E or V - no change"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-CLASS TO CRR-CLASS
           DISPLAY "Worst grade for an increase (A-E) "
               WITH NO ADVANCING
           ACCEPT CRR-INC-MAX-GRADE
           MOVE FUNCTION UPPER-CASE(CRR-INC-MAX-GRADE)
               TO CRR-INC-MAX-GRADE
           DISPLAY "Minimum use of limit for an increase (%) "
               WITH NO ADVANCING
           ACCEPT CRR-INC-MIN-UTIL
           DISPLAY "Months without a late payment for an increase "
               WITH NO ADVANCING
           ACCEPT CRR-INC-CLEAN-MONTHS
           DISPLAY "Increase percentage (0 for none) "
               WITH NO ADVANCING
           ACCEPT CRR-INC-PCT
           DISPLAY "Maximum limit " WITH NO ADVANCING
           ACCEPT CRR-MAX-LIMIT
           DISPLAY "Best grade for a decrease (A-E) "
               WITH NO ADVANCING
           ACCEPT CRR-DEC-MIN-GRADE
           MOVE FUNCTION UPPER-CASE(CRR-DEC-MIN-GRADE)
               TO CRR-DEC-MIN-GRADE
           DISPLAY "Late payment within how many months for a "
               "decrease " WITH NO ADVANCING
           ACCEPT CRR-DEC-LATE-MONTHS
           DISPLAY "Decrease percentage " WITH NO ADVANCING
           ACCEPT CRR-DEC-PCT
           DISPLAY "Minimum limit " WITH NO ADVANCING
           ACCEPT CRR-MIN-LIMIT
           MOVE WS-OPERATOR-ID TO CRR-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRR-UPDATED-DATE
           PERFORM 3100-VALIDATE-RULE
           IF NOT WS-RULE-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE CREDITRULERECORD TO WS-NEW-RULE
           PERFORM 5000-COPY-OTHER-CLASSES
           OPEN EXTEND RULEWORK
           MOVE WS-NEW-RULE TO WORKRECORD
           WRITE WORKRECORD
           CLOSE RULEWORK
           PERFORM 5100-REPLACE-RULE-FILE
           IF WS-REPLACED-COUNT = ZERO
               DISPLAY "Rule added for class " WS-ENTRY-CLASS
           ELSE
               DISPLAY "Rule replaced for class " WS-ENTRY-CLASS
           END-IF.

       3100-VALIDATE-RULE.
           MOVE 'Y' TO WS-RULE-OK
           EVALUATE TRUE
               WHEN CRR-INC-MAX-GRADE < 'A' OR CRR-INC-MAX-GRADE > 'E'
                   DISPLAY "Increase grade must be A to E"
                   MOVE 'N' TO WS-RULE-OK
               WHEN CRR-DEC-MIN-GRADE < 'A' OR CRR-DEC-MIN-GRADE > 'E'
                   DISPLAY "Decrease grade must be A to E"
                   MOVE 'N' TO WS-RULE-OK
               WHEN CRR-DEC-MIN-GRADE <= CRR-INC-MAX-GRADE
                   DISPLAY "Decrease grade must be worse than the "
                       "increase grade"
                   MOVE 'N' TO WS-RULE-OK
               WHEN CRR-DEC-PCT = ZERO OR CRR-DEC-PCT > 90
                   DISPLAY "Decrease percentage must be 1 to 90"
                   MOVE 'N' TO WS-RULE-OK
               WHEN CRR-MIN-LIMIT > CRR-MAX-LIMIT
                   DISPLAY "Minimum limit is above the maximum"
                   MOVE 'N' TO WS-RULE-OK
           END-EVALUATE
           IF NOT WS-RULE-VALID
               DISPLAY "Rule not changed"
           END-IF.

       4000-DELETE-RULE.
           DISPLAY "Customer class to delete " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CLASS
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CLASS) TO WS-ENTRY-CLASS
           PERFORM 5000-COPY-OTHER-CLASSES
           PERFORM 5100-REPLACE-RULE-FILE
           IF WS-REPLACED-COUNT = ZERO
               DISPLAY "No rule on file for class " WS-ENTRY-CLASS
           ELSE
               DISPLAY "Rule deleted for class " WS-ENTRY-CLASS
                   " - its accounts are skipped by the review"
           END-IF.

      *> Copies every rule except the one for WS-ENTRY-CLASS to the
      *> work file, counting the entries left behind.
       5000-COPY-OTHER-CLASSES.
           MOVE ZERO TO WS-REPLACED-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT RULEWORK
           OPEN INPUT RULEFILE
           IF WS-RL-STATUS = "00"
               PERFORM 5010-COPY-ONE-RULE UNTIL WSEOF
               CLOSE RULEFILE
           END-IF
           CLOSE RULEWORK.

       5010-COPY-ONE-RULE.
           READ RULEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF CRR-CLASS = WS-ENTRY-CLASS
                       ADD 1 TO WS-REPLACED-COUNT
                   ELSE
                       MOVE CREDITRULERECORD TO WORKRECORD
                       WRITE WORKRECORD
                   END-IF
           END-READ.

       5100-REPLACE-RULE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-RULE-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-RULE-PATH
               RETURNING WS-RENAME-RC.
