               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               MOVE WS-PROF-IDNUM TO HIST-IDNUM
               MOVE ZERO TO HIST-DATE
               MOVE WS-RPT-YEAR TO HIST-DATE(1:4)
               MOVE ZERO TO HIST-SEQ
               START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY SET WS-HIST-EOF TO TRUE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               MOVE HIST-DATE(1:4) TO WS-HIST-YEAR
               IF HIST-IDNUM NOT = WS-PROF-IDNUM
                   OR WS-HIST-YEAR > WS-RPT-YEAR
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF WS-HIST-YEAR = WS-RPT-YEAR
                       IF HIST-IS-INTEREST
                           ADD HIST-AMOUNT TO WS-INTEREST-SUM
