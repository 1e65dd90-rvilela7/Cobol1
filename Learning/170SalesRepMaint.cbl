            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesRepMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPFILE ASSIGN TO "files/SalesReps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRP-STATUS.
           SELECT REPWORK ASSIGN TO "files/SalesReps.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPFILE.
       COPY "SalesRep.cpy".

       FD REPWORK.
       01 WORKRECORD PIC X(65).

       WORKING-STORAGE SECTION.
       01 WS-SRP-STATUS PIC XX.
       01 WS-SW-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-CHANGE VALUE 'C'.
           88 WS-DEACTIVATE VALUE 'D'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-ENTRY-CODE PIC X(4).
       01 WS-ENTRY-NAME PIC X(30).
       01 WS-ENTRY-RATE PIC X(8).
       01 WS-NEW-RATE PIC 9V9(4).
       01 WS-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-REPLACED-COUNT PIC 9(3) COMP-3.
       01 WS-OLD-REP PIC X(65).
       01 WS-RATE-EDIT PIC Z9.99.
       01 WS-CARRY-EDIT PIC $$,$$$,$$9.99-.
       01 WS-RATE-PCT PIC 9(3)V99.

      *> Commission rates are held as a fraction of cash collected;
      *> nobody is paid more than a quarter of what comes in.
       01 WS-MAX-RATE PIC 9V9(4) VALUE 0.2500.

       01 WS-REP-PATH PIC X(30) VALUE "files/SalesReps.dat".
       01 WS-WORK-PATH PIC X(30) VALUE "files/SalesReps.tmp".
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

      *> The sales rep table: one entry per salesperson with the
      *> commission rate paid on cash collected against the invoices
      *> of the commercial accounts assigned to them in FileMaintain.
      *> A rep who leaves is deactivated rather than removed, so the
      *> commission run can still settle the last month and any
      *> chargeback carried forward against them. The carry-forward
      *> is kept by the commission run and is never keyed here.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - SalesRepMaint ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist reps, C)hange or add a rep, D)eactivate a "
               "rep or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-REPS
           ELSE IF WS-CHANGE
               PERFORM 3000-CHANGE-REP
           ELSE IF WS-DEACTIVATE
               PERFORM 4000-DEACTIVATE-REP
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, C, D or Q"
           END-IF.

       2000-LIST-REPS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REPFILE
           IF WS-SRP-STATUS NOT = "00"
               DISPLAY "No sales reps on file"
           ELSE
               PERFORM 2010-LIST-ONE-REP UNTIL WSEOF
               CLOSE REPFILE
               DISPLAY WS-LIST-COUNT " sales reps on file"
           END-IF.

       2010-LIST-ONE-REP.
           READ REPFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   COMPUTE WS-RATE-PCT = SRP-RATE * 100
                   MOVE WS-RATE-PCT TO WS-RATE-EDIT
                   MOVE SRP-CARRY-FORWARD TO WS-CARRY-EDIT
                   DISPLAY SRP-CODE " " SRP-NAME " " WS-RATE-EDIT
                       "% status " SRP-STATUS " carried "
                       WS-CARRY-EDIT
                   DISPLAY "     changed by " SRP-UPDATED-BY
                       " on " SRP-UPDATED-DATE
           END-READ.

       3000-CHANGE-REP.
           DISPLAY "Rep code " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE
           IF WS-ENTRY-CODE = SPACES
               DISPLAY "Rep code is required - no change"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rep name " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME = SPACES
               DISPLAY "Rep name is required - no change"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Commission rate as a percentage of cash "
               "collected " WITH NO ADVANCING
           ACCEPT WS-ENTRY-RATE
           COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-ENTRY-RATE) / 100
           IF WS-NEW-RATE = ZERO OR WS-NEW-RATE > WS-MAX-RATE
               DISPLAY "Rate must be above 0 and no more than 25% - "
                   "no change"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-COPY-OTHER-REPS
           IF WS-REPLACED-COUNT = ZERO
               MOVE SPACES TO SALESREPRECORD
               MOVE ZERO TO SRP-CARRY-FORWARD
           ELSE
               MOVE WS-OLD-REP TO SALESREPRECORD
           END-IF
           MOVE WS-ENTRY-CODE TO SRP-CODE
           MOVE WS-ENTRY-NAME TO SRP-NAME
           MOVE WS-NEW-RATE TO SRP-RATE
           MOVE 'A' TO SRP-STATUS
           PERFORM 5050-ADD-TO-WORK
           PERFORM 5100-REPLACE-REP-FILE
           IF WS-REPLACED-COUNT = ZERO
               DISPLAY "Rep " WS-ENTRY-CODE " added"
           ELSE
               DISPLAY "Rep " WS-ENTRY-CODE " changed"
           END-IF.

       4000-DEACTIVATE-REP.
           DISPLAY "Rep code to deactivate " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE
           PERFORM 5000-COPY-OTHER-REPS
           IF WS-REPLACED-COUNT = ZERO
               DISPLAY "No rep on file with code " WS-ENTRY-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-REP TO SALESREPRECORD
           MOVE 'I' TO SRP-STATUS
           PERFORM 5050-ADD-TO-WORK
           PERFORM 5100-REPLACE-REP-FILE
           DISPLAY "Rep " WS-ENTRY-CODE " deactivated - reassign "
               "their accounts in FileMaintain".

      *> Copies every rep except WS-ENTRY-CODE to the work file,
      *> keeping the entry left behind in WS-OLD-REP.
       5000-COPY-OTHER-REPS.
           MOVE ZERO TO WS-REPLACED-COUNT
           MOVE SPACES TO WS-OLD-REP
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT REPWORK
           OPEN INPUT REPFILE
           IF WS-SRP-STATUS = "00"
               PERFORM 5010-COPY-ONE-REP UNTIL WSEOF
               CLOSE REPFILE
           END-IF
           CLOSE REPWORK.

       5010-COPY-ONE-REP.
           READ REPFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF SRP-CODE = WS-ENTRY-CODE
                       ADD 1 TO WS-REPLACED-COUNT
                       MOVE SALESREPRECORD TO WS-OLD-REP
                   ELSE
                       MOVE SALESREPRECORD TO WORKRECORD
                       WRITE WORKRECORD
                   END-IF
           END-READ.

       5050-ADD-TO-WORK.
           MOVE WS-OPERATOR-ID TO SRP-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO SRP-UPDATED-DATE
           OPEN EXTEND REPWORK
           MOVE SALESREPRECORD TO WORKRECORD
           WRITE WORKRECORD
           CLOSE REPWORK.

       5100-REPLACE-REP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-REP-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-REP-PATH
               RETURNING WS-RENAME-RC.
