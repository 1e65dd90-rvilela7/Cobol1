               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT MONTHENDFILE ASSIGN TO "files/MonthEndBalances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS DYNAMIC
               RECORD KEY IS AGB-KEY
               FILE STATUS IS WS-BK-STATUS.
           SELECT PERIODFILE ASSIGN TO "files/PeriodControl.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUCKETFILE.
       COPY "AgingBucket.cpy".

       FD PERIODFILE.
       COPY "PeriodControl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-TR-STATUS PIC XX.
       01 WS-MA-STATUS PIC XX.
       01 WS-BK-STATUS PIC XX.
       01 WS-PD-STATUS PIC XX.
       01 WS-RECLOSE-SWITCH PIC X VALUE 'N'.
           88 WS-PERIOD-RECLOSED VALUE 'Y'.
       01 WS-HAVE-BUCKETS PIC X VALUE 'N'.
           88 WS-BUCKET-FILE-OPEN VALUE 'Y'.
       01 WS-AGING-SNAPSHOTS PIC 9(5) COMP-3 VALUE ZERO.
           END-IF
           PERFORM 0100-CHECK-ALREADY-CLOSED
           IF WS-PERIOD-CLOSED
               PERFORM 0200-LOCK-PERIOD
               IF WS-PERIOD-RECLOSED
                   DISPLAY "Reopened period " WS-CLOSE-PERIOD
                       " closed again - balances not re-snapshot"
               ELSE
                   DISPLAY "Period " WS-CLOSE-PERIOD
                       " is already closed - nothing snapshot"
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 1000-SNAPSHOT-BALANCES
               PERFORM 0200-LOCK-PERIOD
               DISPLAY "Month-end close complete for " WS-CLOSE-PERIOD
                   " - " WS-SNAPSHOT-COUNT " balances snapshot"
           END-IF
                   END-IF
           END-READ.

      *> Closing the month also locks it on the period control file,
      *> so the posting programs stop dating anything into it. A
      *> month reopened by an administrator is locked again here.
       0200-LOCK-PERIOD.
           OPEN I-O PERIODFILE
           IF WS-PD-STATUS = "35"
               OPEN OUTPUT PERIODFILE
               CLOSE PERIODFILE
               OPEN I-O PERIODFILE
           END-IF
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "PERIODFILE STATUS " WS-PD-STATUS
                   " - period " WS-CLOSE-PERIOD " not locked"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-PERIOD TO PER-PERIOD
           READ PERIODFILE
               INVALID KEY
                   INITIALIZE PERIODCONTROLRECORD
                   MOVE WS-CLOSE-PERIOD TO PER-PERIOD
                   PERFORM 0210-SET-CLOSED
                   WRITE PERIODCONTROLRECORD
               NOT INVALID KEY
                   IF PER-OPEN
                       MOVE 'Y' TO WS-RECLOSE-SWITCH
                   END-IF
                   PERFORM 0210-SET-CLOSED
                   REWRITE PERIODCONTROLRECORD
           END-READ
           CLOSE PERIODFILE.

       0210-SET-CLOSED.
           SET PER-CLOSED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PER-CLOSED-DATE
           MOVE "MONTHEND" TO PER-CLOSED-BY.

       1000-SNAPSHOT-BALANCES.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
