            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODFILE ASSIGN TO "files/PeriodControl.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PD-STATUS.
           SELECT REOPENLOG ASSIGN TO "files/PeriodReopen.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODFILE.
       COPY "PeriodControl.cpy".

       FD REOPENLOG.
       01 REOPENLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-REOPEN VALUE 'R'.
           88 WS-SET-RULE VALUE 'B'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(3) COMP-3.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-REOPEN-PERIOD PIC 9(6).
       01 WS-REOPEN-REASON PIC X(30).
       01 WS-NEW-RULE PIC X.
       01 WS-RULE-TEXT PIC X(30).
       01 WS-LOG-ACTION PIC X(60).

       01 WS-PD-STATUS PIC XX.
       01 WS-RO-STATUS PIC XX.

      *> Month-end close locks each month on the period control file.
      *> From here the locks can be listed, a closed month reopened
      *> for late postings, and the back-dating rule chosen - reject
      *> items dated into a closed month, or move them into the first
      *> open one. Reopening and the rule need an administrator and
      *> are written to the reopen log for the operator activity
      *> report; MonthEndClose locks a reopened month again.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN I-O PERIODFILE
           IF WS-PD-STATUS = "35"
               OPEN OUTPUT PERIODFILE
               CLOSE PERIODFILE
               OPEN I-O PERIODFILE
           END-IF
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "No period control file - status " WS-PD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE PERIODFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist periods, R)eopen a period, B)ack-dating rule"
               " or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-PERIODS
           ELSE IF WS-REOPEN
               PERFORM 3000-REOPEN-PERIOD
           ELSE IF WS-SET-RULE
               PERFORM 4000-SET-BACKDATE-RULE
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, R, B or Q"
           END-IF.

       2000-LIST-PERIODS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO PER-PERIOD
           START PERIODFILE KEY IS NOT LESS THAN PER-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-LIST-ONE-PERIOD UNTIL WSEOF
           DISPLAY WS-LIST-COUNT " periods on file".

       2010-LIST-ONE-PERIOD.
           READ PERIODFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF PER-IS-RULE-ENTRY
               PERFORM 4100-DESCRIBE-RULE
               DISPLAY "Back-dated items: " WS-RULE-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-COUNT
           IF PER-CLOSED
               DISPLAY PER-PERIOD " CLOSED " PER-CLOSED-DATE
                   " by " PER-CLOSED-BY
                   " reopened " PER-REOPEN-COUNT " times"
           ELSE
               DISPLAY PER-PERIOD " OPEN   reopened "
                   PER-REOPENED-DATE " by " PER-REOPENED-BY
                   " - " FUNCTION TRIM(PER-REOPEN-REASON)
           END-IF.

       3000-REOPEN-PERIOD.
           DISPLAY "Period to reopen (YYYYMM) " WITH NO ADVANCING
           ACCEPT WS-REOPEN-PERIOD
           MOVE WS-REOPEN-PERIOD TO PER-PERIOD
           READ PERIODFILE
               INVALID KEY
                   DISPLAY "Period " WS-REOPEN-PERIOD
                       " has not been closed"
                   EXIT PARAGRAPH
           END-READ
           IF NOT PER-CLOSED OR PER-IS-RULE-ENTRY
               DISPLAY "Period " WS-REOPEN-PERIOD " is not closed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for reopening " WITH NO ADVANCING
           ACCEPT WS-REOPEN-REASON
           IF WS-REOPEN-REASON = SPACES
               DISPLAY "A reason is required - period left closed"
               EXIT PARAGRAPH
           END-IF
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - period left closed"
               EXIT PARAGRAPH
           END-IF
           SET PER-OPEN TO TRUE
           ADD 1 TO PER-REOPEN-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO PER-REOPENED-DATE
           MOVE WS-OPERATOR-ID TO PER-REOPENED-BY
           MOVE WS-REOPEN-REASON TO PER-REOPEN-REASON
           REWRITE PERIODCONTROLRECORD
               INVALID KEY
                   DISPLAY "Period " WS-REOPEN-PERIOD
                       " rewrite failed - left closed"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE SPACES TO WS-LOG-ACTION
           STRING "PERIOD " WS-REOPEN-PERIOD " REOPENED - "
               DELIMITED BY SIZE
               WS-REOPEN-REASON DELIMITED BY SIZE
               INTO WS-LOG-ACTION
           PERFORM 9000-LOG-PRIVILEGED-ACTION
           DISPLAY "Period " WS-REOPEN-PERIOD " reopened by "
               WS-OPERATOR-ID.

       4000-SET-BACKDATE-RULE.
           MOVE ZERO TO PER-PERIOD
           READ PERIODFILE
               INVALID KEY
                   INITIALIZE PERIODCONTROLRECORD
                   MOVE ZERO TO PER-PERIOD
                   SET PER-RULE-ROLL TO TRUE
                   WRITE PERIODCONTROLRECORD
           END-READ
           PERFORM 4100-DESCRIBE-RULE
           DISPLAY "Back-dated items are now " WS-RULE-TEXT
           DISPLAY "R)eject them or M)ove them to the first open month "
               WITH NO ADVANCING
           ACCEPT WS-NEW-RULE
           MOVE FUNCTION UPPER-CASE(WS-NEW-RULE) TO WS-NEW-RULE
           IF WS-NEW-RULE NOT = 'R' AND WS-NEW-RULE NOT = 'M'
               DISPLAY "Rule left unchanged"
               EXIT PARAGRAPH
           END-IF
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - rule left unchanged"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RULE TO PER-BACKDATE-RULE
           REWRITE PERIODCONTROLRECORD
               INVALID KEY
                   DISPLAY "Rule rewrite failed - left unchanged"
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 4100-DESCRIBE-RULE
           MOVE SPACES TO WS-LOG-ACTION
           STRING "BACK-DATED ITEMS: " WS-RULE-TEXT
               DELIMITED BY SIZE
               INTO WS-LOG-ACTION
           PERFORM 9000-LOG-PRIVILEGED-ACTION
           DISPLAY "Back-dated items now " WS-RULE-TEXT.

       4100-DESCRIBE-RULE.
           IF PER-RULE-REJECT
               MOVE "REJECTED" TO WS-RULE-TEXT
           ELSE
               MOVE "MOVED TO FIRST OPEN MONTH" TO WS-RULE-TEXT
           END-IF.

       9000-LOG-PRIVILEGED-ACTION.
           OPEN EXTEND REOPENLOG
           IF WS-RO-STATUS = "35"
               OPEN OUTPUT REOPENLOG
           END-IF
           IF WS-RO-STATUS NOT = "00"
               DISPLAY "REOPENLOG STATUS " WS-RO-STATUS
                   " - action not logged"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REOPENLINE
           STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               " " FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               " " WS-OPERATOR-ID DELIMITED BY SIZE
               " " WS-LOG-ACTION DELIMITED BY SIZE
               INTO REOPENLINE
           WRITE REOPENLINE
           CLOSE REOPENLOG.
