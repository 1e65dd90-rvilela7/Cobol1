       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           01 LK-MOVE-TYPE PIC X(3).
               88 LK-IS-DEPOSIT-MOVE VALUE 'DEP' 'DRF' 'DIA'.
               88 LK-IS-MINIMUM-MISSED VALUE 'MIS'.
               88 LK-IS-MINIMUM-MET VALUE 'MET'.
           01 LK-AMOUNT PIC S9(7)V99.

      *> Keeps the incremental aging side file in step as postings
      *> happen: charges land in the current bucket, payments relieve
      *> the oldest first, and buckets roll forward one slot per
      *> elapsed calendar month. The weekly AgingRebuild proves the
      *> file against a from-scratch calculation. The late-charge
      *> run also reports each statement minimum as missed or met,
      *> which keeps the missed-minimum counters on the same record.
       PROCEDURE DIVISION USING LK-IDNUM, LK-MOVE-TYPE, LK-AMOUNT.
       0000-MAIN-PARA.
      *> Deposit subledger movements never touch the receivable
           ELSE
               PERFORM 1000-READ-OR-START-RECORD
               PERFORM 2000-ROLL-FORWARD
               IF LK-IS-MINIMUM-MISSED OR LK-IS-MINIMUM-MET
                   PERFORM 3500-COUNT-MINIMUM
               ELSE
                   PERFORM 3000-APPLY-MOVEMENT
               END-IF
               PERFORM 4000-STORE-RECORD
               CLOSE BUCKETFILE
           END-IF
               MOVE ZERO TO AGB-BUCKET(1) AGB-BUCKET(2)
                   AGB-BUCKET(3) AGB-BUCKET(4)
               MOVE WS-THIS-PERIOD TO AGB-ROLL-PERIOD
               MOVE ZERO TO AGB-MISSED-CONSEC AGB-MISSED-TOTAL
                   AGB-LAST-MISSED
           END-IF.

       2000-ROLL-FORWARD.
               END-IF
           END-IF.

      *> A missed minimum adds to the run of consecutive misses and
      *> to the lifetime count; a minimum met ends the run.
       3500-COUNT-MINIMUM.
           IF LK-IS-MINIMUM-MISSED
               IF AGB-MISSED-CONSEC < 99
                   ADD 1 TO AGB-MISSED-CONSEC
               END-IF
               IF AGB-MISSED-TOTAL < 999
                   ADD 1 TO AGB-MISSED-TOTAL
               END-IF
               MOVE WS-THIS-PERIOD TO AGB-LAST-MISSED
           ELSE
               MOVE ZERO TO AGB-MISSED-CONSEC
           END-IF.

       4000-STORE-RECORD.
           MOVE WS-CURRENT-DATE(1:8) TO AGB-LAST-UPDATED
           IF WS-BUCKET-REC-FOUND
