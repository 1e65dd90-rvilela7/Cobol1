            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WaiverLimits.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITFILE ASSIGN TO "files/WaiverLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT LIMITWORK ASSIGN TO "files/WaiverLimits.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIMITFILE.
       COPY "WaiverLimit.cpy".

       FD LIMITWORK.
       01 WORKRECORD PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-SET VALUE 'S'.
           88 WS-DELETE VALUE 'D'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-ENTRY-SCOPE PIC X.
           88 WS-ENTRY-FOR-ROLE VALUE 'R'.
           88 WS-ENTRY-SCOPE-VALID VALUE 'R' 'O'.
       01 WS-ENTRY-WHO PIC X(8).
           88 WS-ENTRY-ROLE-VALID VALUE 'I' 'U' 'A'.
       01 WS-ENTRY-AMOUNT PIC X(12).
       01 WS-ENTRY-WAIVER-LIMIT PIC 9(7)V99.
       01 WS-ENTRY-MONTH-LIMIT PIC 9(7)V99.
       01 WS-DELETE-COUNT PIC 9(3) COMP-3.
       01 WS-ENTRY-COUNT PIC 9(3) COMP-3.

       01 WS-LIMIT-EDIT PIC $$,$$$,$$9.99.
       01 WS-MONTH-EDIT PIC $$,$$$,$$9.99.

       01 WS-LIMIT-PATH PIC X(30) VALUE "files/WaiverLimits.dat".
       01 WS-WORK-PATH PIC X(30) VALUE "files/WaiverLimits.tmp".
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       01 WS-WL-STATUS PIC XX.
       01 WS-LW-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Keeps how much each operator may waive in fees and interest
      *> on their own authority - a limit per waiver and a limit for
      *> the month. An entry may be for a role (I, U or A) or for one
      *> operator; an operator's own entry wins over their role's.
      *> Anyone with no entry either way has no waiver authority and
      *> every waiver they enter waits for approval.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - WaiverLimits ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LIMITFILE
           IF WS-WL-STATUS = "35"
               OPEN OUTPUT LIMITFILE
               CLOSE LIMITFILE
               DISPLAY "Waiver limit table started - no limits on "
                   "it yet"
               OPEN INPUT LIMITFILE
           END-IF
           IF WS-WL-STATUS NOT = "00"
               MOVE "LIMITFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-WL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           CLOSE LIMITFILE
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist, S)et a limit, D)elete a limit or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE TRUE
               WHEN WS-LIST
                   PERFORM 2000-LIST-TABLE
               WHEN WS-SET
                   PERFORM 3000-SET-LIMIT
               WHEN WS-DELETE
                   PERFORM 4000-DELETE-LIMIT
               WHEN WS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice - enter L, S, D or Q"
           END-EVALUATE.

       2000-LIST-TABLE.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LIMITFILE
           PERFORM 2010-LIST-ONE-LIMIT UNTIL WSEOF
           CLOSE LIMITFILE
           DISPLAY WS-ENTRY-COUNT " limits on the table".

       2010-LIST-ONE-LIMIT.
           READ LIMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE WVL-WAIVER-LIMIT TO WS-LIMIT-EDIT
                   MOVE WVL-MONTH-LIMIT TO WS-MONTH-EDIT
                   IF WVL-FOR-ROLE
                       DISPLAY "Role     " WVL-WHO " " WS-LIMIT-EDIT
                           " a waiver " WS-MONTH-EDIT " a month - set "
                           WVL-SET-DATE " by " WVL-SET-BY
                   ELSE
                       DISPLAY "Operator " WVL-WHO " " WS-LIMIT-EDIT
                           " a waiver " WS-MONTH-EDIT " a month - set "
                           WVL-SET-DATE " by " WVL-SET-BY
                   END-IF
           END-READ.

      *> One limit per role or operator, so setting one already on
      *> the table replaces it.
       3000-SET-LIMIT.
           PERFORM 3100-ACCEPT-WHO
           IF WS-ENTRY-WHO = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Most that may be waived at once " WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           COMPUTE WS-ENTRY-WAIVER-LIMIT =
               FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           DISPLAY "Most that may be waived in a month "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           COMPUTE WS-ENTRY-MONTH-LIMIT =
               FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           IF WS-ENTRY-MONTH-LIMIT < WS-ENTRY-WAIVER-LIMIT
               DISPLAY "The monthly limit cannot be below the limit "
                   "for one waiver - limit not set"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-REMOVE-LIMIT
           OPEN EXTEND LIMITFILE
           MOVE WS-ENTRY-SCOPE TO WVL-SCOPE
           MOVE WS-ENTRY-WHO TO WVL-WHO
           MOVE WS-ENTRY-WAIVER-LIMIT TO WVL-WAIVER-LIMIT
           MOVE WS-ENTRY-MONTH-LIMIT TO WVL-MONTH-LIMIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WVL-SET-DATE
           MOVE WS-OPERATOR-ID TO WVL-SET-BY
           WRITE WAIVERLIMITRECORD
           CLOSE LIMITFILE
           IF WS-DELETE-COUNT > ZERO
               DISPLAY "Limit replaced for " WS-ENTRY-WHO
           ELSE
               DISPLAY "Limit added for " WS-ENTRY-WHO
           END-IF.

      *> Returns spaces in WS-ENTRY-WHO when the entry is not valid.
       3100-ACCEPT-WHO.
           DISPLAY "R)ole or O)perator " WITH NO ADVANCING
           ACCEPT WS-ENTRY-SCOPE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SCOPE) TO WS-ENTRY-SCOPE
           IF NOT WS-ENTRY-SCOPE-VALID
               DISPLAY "Enter R or O"
               MOVE SPACES TO WS-ENTRY-WHO
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-FOR-ROLE
               DISPLAY "Role (I, U or A) " WITH NO ADVANCING
           ELSE
               DISPLAY "Operator ID " WITH NO ADVANCING
           END-IF
           ACCEPT WS-ENTRY-WHO
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-WHO) TO WS-ENTRY-WHO
           IF WS-ENTRY-FOR-ROLE AND NOT WS-ENTRY-ROLE-VALID
               DISPLAY "Role must be I, U or A"
               MOVE SPACES TO WS-ENTRY-WHO
           END-IF.

       4000-DELETE-LIMIT.
           PERFORM 3100-ACCEPT-WHO
           IF WS-ENTRY-WHO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-REMOVE-LIMIT
           DISPLAY WS-DELETE-COUNT " limits deleted for "
               WS-ENTRY-WHO.

       4100-REMOVE-LIMIT.
           MOVE ZERO TO WS-DELETE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LIMITFILE
           OPEN OUTPUT LIMITWORK
           PERFORM 4110-COPY-KEPT-LIMIT UNTIL WSEOF
           CLOSE LIMITFILE
           CLOSE LIMITWORK
           CALL "CBL_DELETE_FILE" USING WS-LIMIT-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH,
               WS-LIMIT-PATH
               RETURNING WS-RENAME-RC.

       4110-COPY-KEPT-LIMIT.
           READ LIMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WVL-SCOPE = WS-ENTRY-SCOPE
                       AND WVL-WHO = WS-ENTRY-WHO
                       ADD 1 TO WS-DELETE-COUNT
                   ELSE
                       MOVE WAIVERLIMITRECORD TO WORKRECORD
                       WRITE WORKRECORD
                   END-IF
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
