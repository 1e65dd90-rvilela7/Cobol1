            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunTimes.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOGFILE ASSIGN TO "files/RunLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT RUNTIMESRPT ASSIGN TO "files/RunTimes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOGFILE.
       01 RUNLOGLINE.
           02 RL-DATE-X.
               03 RL-YYYY PIC 9(4).
               03 FILLER PIC X.
               03 RL-MM PIC 99.
               03 FILLER PIC X.
               03 RL-DD PIC 99.
           02 FILLER PIC X.
           02 RL-PROGRAM PIC X(20).
           02 FILLER PIC X(7).
           02 RL-START-TIME.
               03 RL-START-HH PIC 99.
               03 RL-START-MM PIC 99.
               03 RL-START-SS PIC 99.
           02 FILLER PIC X(7).
           02 RL-END-TIME.
               03 RL-END-HH PIC 99.
               03 RL-END-MM PIC 99.
               03 RL-END-SS PIC 99.
           02 FILLER PIC X(23).

       FD RUNTIMESRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(30). *> optional PARM "YYYYMMDD"
       01 WS-CUTOVER-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           02 WS-RD-YYYY PIC 9(4).
           02 WS-RD-MM PIC 99.
           02 WS-RD-DD PIC 99.

      *> The jobs that read customer history by posting date.
       01 WS-JOB-LIST.
           02 FILLER PIC X(20) VALUE "GLRecon".
           02 FILLER PIC X(20) VALUE "StatementRun".
           02 FILLER PIC X(20) VALUE "MonthEndClose".
           02 FILLER PIC X(20) VALUE "Profitability".
           02 FILLER PIC X(20) VALUE "AllowanceReserve".
           02 FILLER PIC X(20) VALUE "ReceivablesKpi".
           02 FILLER PIC X(20) VALUE "HistoryArchive".
       01 WS-JOB-NAMES REDEFINES WS-JOB-LIST.
           02 WS-JOB-NAME PIC X(20) OCCURS 7 TIMES.

      *> Group 1 is before the cutover, group 2 on or after it.
       01 WS-JOB-TABLE.
           02 WS-JOB-ENTRY OCCURS 7 TIMES.
               03 WS-JOB-GROUP OCCURS 2 TIMES.
                   04 WS-JG-RUNS PIC 9(5) COMP-3.
                   04 WS-JG-SECONDS PIC 9(9) COMP-3.
                   04 WS-JG-LONGEST PIC 9(5) COMP-3.

       01 WS-IDX PIC 9 COMP-3.
       01 WS-JOB-HIT PIC 9 COMP-3.
       01 WS-GROUP-IDX PIC 9 COMP-3.
       01 WS-START-SECONDS PIC 9(5) COMP-3.
       01 WS-END-SECONDS PIC 9(6) COMP-3.
       01 WS-ELAPSED PIC 9(5) COMP-3.
       01 WS-AVERAGE-BEFORE PIC 9(5)V9 COMP-3.
       01 WS-AVERAGE-AFTER PIC 9(5)V9 COMP-3.
       01 WS-CHANGE-PCT PIC S9(5)V9 COMP-3.
       01 WS-RUNS-READ PIC 9(7) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(35)
               VALUE "History job run times - cutover on ".
           02 PRNCUTOVER PIC 9(8).
       01 COLUMNHEADS PIC X(132) VALUE
           "Job                   Runs before  Average secs  Longest   Runs after  Average secs  Longest   Change".
       01 JOBLINE.
           02 PRNJOB PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRUNSBEFORE PIC Z(10)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNAVGBEFORE PIC Z(10)9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLONGBEFORE PIC Z(6)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRUNSAFTER PIC Z(10)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNAVGAFTER PIC Z(10)9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLONGAFTER PIC Z(6)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCHANGE PIC -(5)9.9.
           02 PRNPCTSIGN PIC X.

       01 WS-RL-STATUS PIC XX.
       01 WS-RT-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Elapsed times from the run log for the jobs that read the
      *> customer history, split at a cutover date (the PARM) into
      *> runs before it and runs on or after it, to show what the
      *> posting date key saved. With no PARM the cutover is the last
      *> HistoryArchive run on the log, the reorg that builds the
      *> key. A run that passes midnight is timed across it.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:8) IS NUMERIC
               MOVE WS-PARM-STRING(1:8) TO WS-CUTOVER-DATE
           END-IF
           OPEN INPUT RUNLOGFILE
           IF WS-RL-STATUS NOT = "00"
               DISPLAY "No run log to report on - status " WS-RL-STATUS
               GOBACK
           END-IF
           IF WS-CUTOVER-DATE = ZERO
               PERFORM 1000-FIND-LAST-REORG UNTIL WSEOF
               CLOSE RUNLOGFILE
               IF WS-CUTOVER-DATE = ZERO
                   DISPLAY "No HistoryArchive run on the log - give the "
                       "cutover date as YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "Cutover taken as the last HistoryArchive run "
                   "on " WS-CUTOVER-DATE
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT RUNLOGFILE
           END-IF
           INITIALIZE WS-JOB-TABLE
           PERFORM 2000-TIME-ONE-RUN UNTIL WSEOF
           CLOSE RUNLOGFILE
           OPEN OUTPUT RUNTIMESRPT
           IF WS-RT-STATUS NOT = "00"
               MOVE "RUNTIMESRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-CUTOVER-DATE TO PRNCUTOVER
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM COLUMNHEADS
           PERFORM 3000-PRINT-ONE-JOB
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
           CLOSE RUNTIMESRPT
           DISPLAY "Run times complete - " WS-RUNS-READ
               " history job runs timed"
           GOBACK.

       1000-FIND-LAST-REORG.
           READ RUNLOGFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF RL-PROGRAM = "HistoryArchive"
                       PERFORM 8000-SET-RUN-DATE
                       MOVE WS-RUN-DATE TO WS-CUTOVER-DATE
                   END-IF
           END-READ.

       2000-TIME-ONE-RUN.
           READ RUNLOGFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-JOB-HIT
           PERFORM 2010-MATCH-ONE-JOB
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
           IF WS-JOB-HIT = ZERO
               OR RL-START-TIME IS NOT NUMERIC
               OR RL-END-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-SET-RUN-DATE
           IF WS-RUN-DATE < WS-CUTOVER-DATE
               MOVE 1 TO WS-GROUP-IDX
           ELSE
               MOVE 2 TO WS-GROUP-IDX
           END-IF
           COMPUTE WS-START-SECONDS = RL-START-HH * 3600
               + RL-START-MM * 60 + RL-START-SS
           COMPUTE WS-END-SECONDS = RL-END-HH * 3600
               + RL-END-MM * 60 + RL-END-SS
           IF WS-END-SECONDS < WS-START-SECONDS
               ADD 86400 TO WS-END-SECONDS
           END-IF
           COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
           ADD 1 TO WS-RUNS-READ
           ADD 1 TO WS-JG-RUNS(WS-JOB-HIT, WS-GROUP-IDX)
           ADD WS-ELAPSED TO WS-JG-SECONDS(WS-JOB-HIT, WS-GROUP-IDX)
           IF WS-ELAPSED > WS-JG-LONGEST(WS-JOB-HIT, WS-GROUP-IDX)
               MOVE WS-ELAPSED
                   TO WS-JG-LONGEST(WS-JOB-HIT, WS-GROUP-IDX)
           END-IF.

       2010-MATCH-ONE-JOB.
           IF RL-PROGRAM = WS-JOB-NAME(WS-IDX)
               MOVE WS-IDX TO WS-JOB-HIT
           END-IF.

       3000-PRINT-ONE-JOB.
           MOVE ZERO TO WS-AVERAGE-BEFORE
           MOVE ZERO TO WS-AVERAGE-AFTER
           IF WS-JG-RUNS(WS-IDX, 1) > ZERO
               COMPUTE WS-AVERAGE-BEFORE ROUNDED =
                   WS-JG-SECONDS(WS-IDX, 1) / WS-JG-RUNS(WS-IDX, 1)
           END-IF
           IF WS-JG-RUNS(WS-IDX, 2) > ZERO
               COMPUTE WS-AVERAGE-AFTER ROUNDED =
                   WS-JG-SECONDS(WS-IDX, 2) / WS-JG-RUNS(WS-IDX, 2)
           END-IF
           MOVE WS-JOB-NAME(WS-IDX) TO PRNJOB
           MOVE WS-JG-RUNS(WS-IDX, 1) TO PRNRUNSBEFORE
           MOVE WS-AVERAGE-BEFORE TO PRNAVGBEFORE
           MOVE WS-JG-LONGEST(WS-IDX, 1) TO PRNLONGBEFORE
           MOVE WS-JG-RUNS(WS-IDX, 2) TO PRNRUNSAFTER
           MOVE WS-AVERAGE-AFTER TO PRNAVGAFTER
           MOVE WS-JG-LONGEST(WS-IDX, 2) TO PRNLONGAFTER
           IF WS-AVERAGE-BEFORE > ZERO AND WS-JG-RUNS(WS-IDX, 2) > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-AVERAGE-AFTER - WS-AVERAGE-BEFORE) * 100
                   / WS-AVERAGE-BEFORE
               MOVE WS-CHANGE-PCT TO PRNCHANGE
               MOVE "%" TO PRNPCTSIGN
           ELSE
               MOVE ZERO TO PRNCHANGE
               MOVE SPACE TO PRNPCTSIGN
           END-IF
           WRITE PRINTLINE FROM JOBLINE.

       8000-SET-RUN-DATE.
           MOVE RL-YYYY TO WS-RD-YYYY
           MOVE RL-MM TO WS-RD-MM
           MOVE RL-DD TO WS-RD-DD.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
