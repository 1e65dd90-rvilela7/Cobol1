            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScorecardMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREFILE ASSIGN TO "files/Scorecard.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
           SELECT SCOREWORK ASSIGN TO "files/Scorecard.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCOREFILE.
       COPY "Scorecard.cpy".

       FD SCOREWORK.
       01 WORKRECORD PIC X(36).

       WORKING-STORAGE SECTION.
       01 WS-SC-STATUS PIC XX.
       01 WS-SW-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-CHANGE VALUE 'C'.
           88 WS-DELETE VALUE 'D'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-ENTRY-CHAR PIC XX.
           88 WS-CHAR-VALID VALUE "CL" "AG" "RG" "RL" "GU" "WO" "BD".
           88 WS-CHAR-NUMERIC VALUE "AG" "BD".
           88 WS-CHAR-YES-NO VALUE "RL" "GU" "WO".
       01 WS-ENTRY-VALUE PIC X(3).
       01 WS-ENTRY-NUMBER PIC 9(3).
       01 WS-ENTRY-POINTS PIC S9(3).
       01 WS-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-REPLACED-COUNT PIC 9(3) COMP-3.
       01 WS-NEW-ENTRY PIC X(36).
       01 WS-ENTRY-OK PIC X.
           88 WS-ENTRY-VALID VALUE 'Y'.
       01 WS-POINTS-EDIT PIC +ZZ9.
       01 WS-LIMIT-EDIT PIC $$,$$$,$$9.99.

       01 WS-SCORE-PATH PIC X(30) VALUE "files/Scorecard.dat".
       01 WS-WORK-PATH PIC X(30) VALUE "files/Scorecard.tmp".
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

      *> The credit application scorecard. Each characteristic
      *> entry gives the points for one value: CL customer class,
      *> RG region, RL existing relationship (Y/N), GU guarantor on
      *> the application (Y/N) and WO prior write-off in the archive
      *> (Y/N) match the value exactly, with a "*" entry for any
      *> value not listed; AG entries give the points from that age
      *> upward. BD score bands give, from that score upward, the
      *> decision (A approve, R refer, D decline), the recommended
      *> initial limit and the risk grade. An entry is changed by
      *> replacing it whole.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - ScorecardMaint "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist scorecard, C)hange entry, D)elete entry "
               "or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-SCORECARD
           ELSE IF WS-CHANGE
               PERFORM 3000-CHANGE-ENTRY
           ELSE IF WS-DELETE
               PERFORM 4000-DELETE-ENTRY
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, C, D or Q"
           END-IF.

       2000-LIST-SCORECARD.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SCOREFILE
           IF WS-SC-STATUS NOT = "00"
               DISPLAY "No scorecard on file - the first application "
                   "scored seeds the standard scorecard"
           ELSE
               PERFORM 2010-LIST-ONE-ENTRY UNTIL WSEOF
               CLOSE SCOREFILE
               DISPLAY WS-LIST-COUNT " scorecard entries on file"
           END-IF.

       2010-LIST-ONE-ENTRY.
           READ SCOREFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   IF SC-IS-BAND
                       MOVE SC-LIMIT TO WS-LIMIT-EDIT
                       DISPLAY "BD score " SC-VALUE " and up: decision "
                           SC-DECISION " limit " WS-LIMIT-EDIT
                           " grade " SC-GRADE "  (" SC-UPDATED-BY
                           " " SC-UPDATED-DATE ")"
                   ELSE
                       MOVE SC-POINTS TO WS-POINTS-EDIT
                       DISPLAY SC-CHARACTERISTIC " value " SC-VALUE
                           " points " WS-POINTS-EDIT "  ("
                           SC-UPDATED-BY " " SC-UPDATED-DATE ")"
                   END-IF
           END-READ.

       3000-CHANGE-ENTRY.
           PERFORM 3050-ACCEPT-ENTRY-KEY
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-CHAR TO SC-CHARACTERISTIC
           MOVE WS-ENTRY-VALUE TO SC-VALUE
           MOVE ZERO TO SC-POINTS
           MOVE SPACE TO SC-DECISION
           MOVE ZERO TO SC-LIMIT
           MOVE SPACE TO SC-GRADE
           IF SC-IS-BAND
               DISPLAY "Decision A)pprove, R)efer or D)ecline "
                   WITH NO ADVANCING
               ACCEPT SC-DECISION
               MOVE FUNCTION UPPER-CASE(SC-DECISION) TO SC-DECISION
               DISPLAY "Recommended initial limit " WITH NO ADVANCING
               ACCEPT SC-LIMIT
               DISPLAY "Risk grade (A-E) " WITH NO ADVANCING
               ACCEPT SC-GRADE
               MOVE FUNCTION UPPER-CASE(SC-GRADE) TO SC-GRADE
           ELSE
               DISPLAY "Points (-999 to 999) " WITH NO ADVANCING
               ACCEPT WS-ENTRY-POINTS
               MOVE WS-ENTRY-POINTS TO SC-POINTS
           END-IF
           MOVE WS-OPERATOR-ID TO SC-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO SC-UPDATED-DATE
           PERFORM 3100-VALIDATE-BAND
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE SCORECARDRECORD TO WS-NEW-ENTRY
           PERFORM 5000-COPY-OTHER-ENTRIES
           OPEN EXTEND SCOREWORK
           MOVE WS-NEW-ENTRY TO WORKRECORD
           WRITE WORKRECORD
           CLOSE SCOREWORK
           PERFORM 5100-REPLACE-SCORE-FILE
           IF WS-REPLACED-COUNT = ZERO
               DISPLAY "Entry added for " WS-ENTRY-CHAR " "
                   WS-ENTRY-VALUE
           ELSE
               DISPLAY "Entry replaced for " WS-ENTRY-CHAR " "
                   WS-ENTRY-VALUE
           END-IF.

      *> Age and band values are held as three digits so they
      *> compare and list in order; Y/N characteristics take only
      *> Y, N or the "*" default.
       3050-ACCEPT-ENTRY-KEY.
           MOVE 'Y' TO WS-ENTRY-OK
           DISPLAY "Characteristic (CL AG RG RL GU WO or BD band) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CHAR
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CHAR) TO WS-ENTRY-CHAR
           IF NOT WS-CHAR-VALID
               DISPLAY "Not a scorecard characteristic - no change"
               MOVE 'N' TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-CHAR-NUMERIC
               DISPLAY "From age/score " WITH NO ADVANCING
               ACCEPT WS-ENTRY-NUMBER
               MOVE WS-ENTRY-NUMBER TO WS-ENTRY-VALUE
           ELSE
               DISPLAY "Value (* for any other) " WITH NO ADVANCING
               ACCEPT WS-ENTRY-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-VALUE)
                   TO WS-ENTRY-VALUE
               IF WS-CHAR-YES-NO
                   AND WS-ENTRY-VALUE NOT = "Y"
                   AND WS-ENTRY-VALUE NOT = "N"
                   AND WS-ENTRY-VALUE NOT = "*"
                   DISPLAY "Value must be Y, N or * - no change"
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF.

       3100-VALIDATE-BAND.
           IF NOT SC-IS-BAND
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN NOT SC-APPROVE AND NOT SC-REFER
                   AND NOT SC-DECLINE
                   DISPLAY "Decision must be A, R or D"
                   MOVE 'N' TO WS-ENTRY-OK
               WHEN SC-GRADE < 'A' OR SC-GRADE > 'E'
                   DISPLAY "Risk grade must be A to E"
                   MOVE 'N' TO WS-ENTRY-OK
               WHEN SC-APPROVE AND SC-LIMIT = ZERO
                   DISPLAY "An approval band needs a limit"
                   MOVE 'N' TO WS-ENTRY-OK
           END-EVALUATE
           IF NOT WS-ENTRY-VALID
               DISPLAY "Entry not changed"
           END-IF.

       4000-DELETE-ENTRY.
           PERFORM 3050-ACCEPT-ENTRY-KEY
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-COPY-OTHER-ENTRIES
           PERFORM 5100-REPLACE-SCORE-FILE
           IF WS-REPLACED-COUNT = ZERO
               DISPLAY "No entry on file for " WS-ENTRY-CHAR " "
                   WS-ENTRY-VALUE
           ELSE
               DISPLAY "Entry deleted for " WS-ENTRY-CHAR " "
                   WS-ENTRY-VALUE
           END-IF.

      *> Copies every entry except the one being changed or deleted
      *> to the work file, counting the entries left behind.
       5000-COPY-OTHER-ENTRIES.
           MOVE ZERO TO WS-REPLACED-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT SCOREWORK
           OPEN INPUT SCOREFILE
           IF WS-SC-STATUS = "00"
               PERFORM 5010-COPY-ONE-ENTRY UNTIL WSEOF
               CLOSE SCOREFILE
           END-IF
           CLOSE SCOREWORK.

       5010-COPY-ONE-ENTRY.
           READ SCOREFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF SC-CHARACTERISTIC = WS-ENTRY-CHAR
                       AND SC-VALUE = WS-ENTRY-VALUE
                       ADD 1 TO WS-REPLACED-COUNT
                   ELSE
                       MOVE SCORECARDRECORD TO WORKRECORD
                       WRITE WORKRECORD
                   END-IF
           END-READ.

       5100-REPLACE-SCORE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SCORE-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-SCORE-PATH
               RETURNING WS-RENAME-RC.
