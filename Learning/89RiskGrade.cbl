               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT BUCKETFILE ASSIGN TO "files/AgingBuckets.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AGB-KEY
               FILE STATUS IS WS-BK-STATUS.
           SELECT REVIEWRPT ASSIGN TO "files/RiskGradeReview.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD BUCKETFILE.
       COPY "AgingBucket.cpy".

       FD REVIEWRPT.
       01 PRINTLINE PIC X(100).

           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HAVE-HISTORY PIC X VALUE 'N'.
           88 WS-HISTORY-FILE-OPEN VALUE 'Y'.
       01 WS-HAVE-BUCKETS PIC X VALUE 'N'.
           88 WS-BUCKET-FILE-OPEN VALUE 'Y'.

       01 WS-GRADE-IDNUM PIC 9(7).
       01 WS-SCORE PIC S9(3) COMP-3.
       01 WS-LAST-PAY-PERIOD PIC 9(6) COMP-3.
       01 WS-THIS-PERIOD PIC 9(6) COMP-3.
       01 WS-MONTHS-SINCE-PAY PIC S9(5) COMP-3.
       01 WS-MISSED-CONSEC PIC 99.
       01 WS-LAST-MISSED-SPLIT.
           02 WS-LM-YYYY PIC 9(4).
           02 WS-LM-MM PIC 99.
       01 WS-MONTHS-SINCE-MISS PIC S9(5) COMP-3.
       01 WS-HIST-DATE-SPLIT.
           02 WS-HD-YYYY PIC 9(4).
           02 WS-HD-MM PIC 99.
       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-RV-STATUS PIC XX.
       01 WS-BK-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

           IF WS-HF-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-HISTORY
           END-IF
           OPEN INPUT BUCKETFILE
           IF WS-BK-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-BUCKETS
           END-IF
           OPEN OUTPUT REVIEWRPT
           IF WS-RV-STATUS NOT = "00"
               MOVE "REVIEWRPT" TO WS-ABEND-FILE-NAME
           IF WS-HISTORY-FILE-OPEN
               CLOSE HISTORYFILE
           END-IF
           IF WS-BUCKET-FILE-OPEN
               CLOSE BUCKETFILE
           END-IF
           CLOSE REVIEWRPT
           DISPLAY "Risk grading complete - " WS-GRADED-COUNT
               " accounts graded, " WS-WORSENED-COUNT " worsened"
           END-IF.

      *> The behavioural score starts at 100 and loses points for NSF
      *> reversals, months without a payment while owing, statement
      *> minimums missed, aged debt in the 30/60/90 buckets, and the
      *> dunning tier the balance implies.
      *> 90+ = A, 75+ = B, 60+ = C, 40+ = D, below 40 = E.
       2000-SCORE-ONE-ACCOUNT.
           ADD 1 TO WS-GRADED-COUNT
                       WS-SCORE - (WS-MONTHS-SINCE-PAY * 5)
               END-IF
           END-IF
           PERFORM 2200-CHECK-MISSED-MINIMUMS
           IF WS-BUCKET(4) > ZERO
               SUBTRACT 30 FROM WS-SCORE
           ELSE IF WS-BUCKET(3) > ZERO
               END-IF
           END-IF.

      *> Each minimum missed in the current run costs 10 points, up
      *> to 30; once the run is broken, a miss in the last twelve
      *> months still costs 5.
       2200-CHECK-MISSED-MINIMUMS.
           IF NOT WS-BUCKET-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRADE-IDNUM TO AGB-IDNUM
           READ BUCKETFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AGB-MISSED-CONSEC TO WS-MISSED-CONSEC
           IF WS-MISSED-CONSEC > 3
               MOVE 3 TO WS-MISSED-CONSEC
           END-IF
           IF WS-MISSED-CONSEC > ZERO
               COMPUTE WS-SCORE = WS-SCORE - (WS-MISSED-CONSEC * 10)
           ELSE IF AGB-LAST-MISSED > ZERO
               MOVE AGB-LAST-MISSED TO WS-LAST-MISSED-SPLIT
               COMPUTE WS-MONTHS-SINCE-MISS = WS-THIS-PERIOD
                   - ((WS-LM-YYYY * 12) + WS-LM-MM)
               IF WS-MONTHS-SINCE-MISS < 12
                   SUBTRACT 5 FROM WS-SCORE
               END-IF
           END-IF.

       3000-STORE-GRADE.
           IF WS-NEW-GRADE NOT = WS-OLD-GRADE
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
