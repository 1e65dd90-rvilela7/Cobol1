            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositRates.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPRATEFILE ASSIGN TO "files/DepositRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-STATUS.
           SELECT DEPRATEWORK ASSIGN TO "files/DepositRates.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPRATEFILE.
       COPY "DepositRate.cpy".

       FD DEPRATEWORK.
       01 WORKRECORD PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-ADD VALUE 'A'.
           88 WS-DELETE VALUE 'D'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-ENTRY-STATE PIC XX.
       01 WS-ENTRY-EFFECTIVE PIC 9(8).
       01 WS-ENTRY-RATE PIC 99V9(4).
       01 WS-ENTRY-RULE PIC X.
           88 WS-ENTRY-RULE-VALID VALUE 'A' 'C'.
       01 WS-ENTRY-MONTHS PIC 99.
       01 WS-ENTRY-NAME PIC X(20).
       01 WS-DELETE-COUNT PIC 9(3) COMP-3.
       01 WS-ENTRY-COUNT PIC 9(3) COMP-3.

       01 WS-RATE-EDIT PIC Z9.9999.

       01 WS-RATE-PATH PIC X(30) VALUE "files/DepositRates.dat".
       01 WS-WORK-PATH PIC X(30) VALUE "files/DepositRates.tmp".
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       01 WS-DT-STATUS PIC XX.
       01 WS-DW-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Keeps the table of interest owed on held security deposits.
      *> A state may carry several entries; each applies from its
      *> effective date until the next one for that state, so a rate
      *> change is added as a new entry rather than keyed over the
      *> old one. A state with no entry pays no deposit interest.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - DepositRates ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DEPRATEFILE
           IF WS-DT-STATUS = "35"
               OPEN OUTPUT DEPRATEFILE
               CLOSE DEPRATEFILE
               DISPLAY "Deposit interest table started - no states "
                   "on it yet"
               OPEN INPUT DEPRATEFILE
           END-IF
           IF WS-DT-STATUS NOT = "00"
               MOVE "DEPRATEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-DT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           CLOSE DEPRATEFILE
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist, A)dd or change, D)elete entry or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE TRUE
               WHEN WS-LIST
                   PERFORM 2000-LIST-TABLE
               WHEN WS-ADD
                   PERFORM 3000-ADD-ENTRY
               WHEN WS-DELETE
                   PERFORM 4000-DELETE-ENTRY
               WHEN WS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice - enter L, A, D or Q"
           END-EVALUATE.

       2000-LIST-TABLE.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DEPRATEFILE
           PERFORM 2010-LIST-ONE-ENTRY UNTIL WSEOF
           CLOSE DEPRATEFILE
           DISPLAY WS-ENTRY-COUNT " entries on the table".

       2010-LIST-ONE-ENTRY.
           READ DEPRATEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE DRT-RATE TO WS-RATE-EDIT
                   DISPLAY DRT-STATE " from " DRT-EFFECTIVE " "
                       WS-RATE-EDIT "% rule " DRT-RULE " after "
                       DRT-MIN-MONTHS " months " DRT-STATE-NAME
           END-READ.

      *> One entry per state and effective date, so an entry for a
      *> date already on the table replaces it.
       3000-ADD-ENTRY.
           DISPLAY "State code " WITH NO ADVANCING
           ACCEPT WS-ENTRY-STATE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATE) TO WS-ENTRY-STATE
           DISPLAY "Effective from (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT WS-ENTRY-EFFECTIVE
           DISPLAY "Annual rate percent (e.g. 1.5) " WITH NO ADVANCING
           ACCEPT WS-ENTRY-RATE
           DISPLAY "A)dd to the deposit or C)redit the account "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-RULE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-RULE) TO WS-ENTRY-RULE
           DISPLAY "Months held before interest is due (0 = 12) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-MONTHS
           DISPLAY "State name " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-STATE = SPACES
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-EFFECTIVE)
                   NOT = ZERO
               OR NOT WS-ENTRY-RULE-VALID
               DISPLAY "Entry rejected - state, date or rule invalid"
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-MONTHS = ZERO
               MOVE 12 TO WS-ENTRY-MONTHS
           END-IF
           PERFORM 4100-REMOVE-ENTRY
           OPEN EXTEND DEPRATEFILE
           MOVE WS-ENTRY-STATE TO DRT-STATE
           MOVE WS-ENTRY-EFFECTIVE TO DRT-EFFECTIVE
           MOVE WS-ENTRY-RATE TO DRT-RATE
           MOVE WS-ENTRY-RULE TO DRT-RULE
           MOVE WS-ENTRY-MONTHS TO DRT-MIN-MONTHS
           MOVE WS-ENTRY-NAME TO DRT-STATE-NAME
           WRITE DEPOSITRATERECORD
           CLOSE DEPRATEFILE
           IF WS-DELETE-COUNT > ZERO
               DISPLAY "Entry replaced for " WS-ENTRY-STATE " from "
                   WS-ENTRY-EFFECTIVE
           ELSE
               DISPLAY "Entry added for " WS-ENTRY-STATE " from "
                   WS-ENTRY-EFFECTIVE
           END-IF.

       4000-DELETE-ENTRY.
           DISPLAY "State code " WITH NO ADVANCING
           ACCEPT WS-ENTRY-STATE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATE) TO WS-ENTRY-STATE
           DISPLAY "Effective date of the entry " WITH NO ADVANCING
           ACCEPT WS-ENTRY-EFFECTIVE
           PERFORM 4100-REMOVE-ENTRY
           DISPLAY WS-DELETE-COUNT " entries deleted for state "
               WS-ENTRY-STATE.

       4100-REMOVE-ENTRY.
           MOVE ZERO TO WS-DELETE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DEPRATEFILE
           OPEN OUTPUT DEPRATEWORK
           PERFORM 4110-COPY-KEPT-ENTRY UNTIL WSEOF
           CLOSE DEPRATEFILE
           CLOSE DEPRATEWORK
           CALL "CBL_DELETE_FILE" USING WS-RATE-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH,
               WS-RATE-PATH
               RETURNING WS-RENAME-RC.

       4110-COPY-KEPT-ENTRY.
           READ DEPRATEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF DRT-STATE = WS-ENTRY-STATE
                       AND DRT-EFFECTIVE = WS-ENTRY-EFFECTIVE
                       ADD 1 TO WS-DELETE-COUNT
                   ELSE
                       MOVE DEPOSITRATERECORD TO WORKRECORD
                       WRITE WORKRECORD
                   END-IF
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
