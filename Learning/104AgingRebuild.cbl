               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT BUCKETFILE ASSIGN TO "files/AgingBuckets.dat"
               ORGANIZATION IS INDEXED
                     ==AGB-IDNUM==       BY ==NB-IDNUM==
                     ==AGB-BUCKET==      BY ==NB-BUCKET==
                     ==AGB-ROLL-PERIOD== BY ==NB-ROLL-PERIOD==
                     ==AGB-LAST-UPDATED== BY ==NB-LAST-UPDATED==
                     ==AGB-MISSED-CONSEC== BY ==NB-MISSED-CONSEC==
                     ==AGB-MISSED-TOTAL== BY ==NB-MISSED-TOTAL==
                     ==AGB-LAST-MISSED== BY ==NB-LAST-MISSED==.

       FD COMPARERPT.
       01 PRINTLINE PIC X(132).
           MOVE WS-BUCKET(4) TO NB-BUCKET(4)
           MOVE WS-THIS-PERIOD TO NB-ROLL-PERIOD
           MOVE WS-CURRENT-DATE(1:8) TO NB-LAST-UPDATED
      *> The missed-minimum counters cannot be rebuilt from history,
      *> so they are carried over from the side file as they stand.
           IF WS-OLD-REC-FOUND
               MOVE AGB-MISSED-CONSEC TO NB-MISSED-CONSEC
               MOVE AGB-MISSED-TOTAL TO NB-MISSED-TOTAL
               MOVE AGB-LAST-MISSED TO NB-LAST-MISSED
           ELSE
               MOVE ZERO TO NB-MISSED-CONSEC NB-MISSED-TOTAL
                   NB-LAST-MISSED
           END-IF
           WRITE NB-RECORD
               INVALID KEY
                   DISPLAY "New bucket write failed for customer "
