               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT GLEXTRACT ASSIGN TO "files/GLExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL

      *> The subledger side is the day's history movements summed by
      *> movement type, in absolute terms to match the GL debits.
      *> Only the day's movements are read, by posting date.
       1000-SUM-HISTORY-BY-TYPE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HISTORYFILE
               DISPLAY "No history file - subledger side taken "
                   "as zero"
               SET WSEOF TO TRUE
           ELSE
               MOVE WS-RECON-DATE TO HIST-DATE
               START HISTORYFILE KEY IS NOT LESS THAN HIST-DATE
                   INVALID KEY SET WSEOF TO TRUE
               END-START
           END-IF
           PERFORM 1010-ADD-ONE-MOVEMENT UNTIL WSEOF
           IF WS-HF-STATUS = "00" OR WS-HF-STATUS = "10"
               OR WS-HF-STATUS = "23"
               CLOSE HISTORYFILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      *> Openings, maintenance updates, dispute holds and balance
      *> transfers between customers never post to the GL, so they
      *> stay out of the subledger side.
       1010-ADD-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND HIST-DATE > WS-RECON-DATE
               SET WSEOF TO TRUE
           END-IF
           IF NOT WSEOF AND HIST-DATE = WS-RECON-DATE
               AND NOT HIST-IS-OPENING
               AND NOT HIST-IS-UPDATE
               AND NOT HIST-IS-DISPUTE-CR
               AND NOT HIST-IS-TRANSFER
               MOVE HIST-MOVE-TYPE TO WS-WORK-TYPE
               PERFORM 8000-FIND-TYPE-ENTRY
               IF WS-TYPE-ON-TABLE
               NOT AT END
                   IF GLX-POST-DATE = WS-RECON-DATE
                       PERFORM 2100-CHECK-ACCOUNT-KNOWN
      *> The doubtful-accounts reserve, the interest accrual and its
      *> reversal, agency commission, revenue recognition and the
      *> month-end currency revaluation have no customer movement
      *> behind them, so they have nothing to match.
                       IF GLX-DRCR = 'D' AND GLX-RUN-TYPE NOT = "ADA"
                           AND GLX-RUN-TYPE NOT = "ACR"
                           AND GLX-RUN-TYPE NOT = "ACV"
                           AND GLX-RUN-TYPE NOT = "AGC"
                           AND GLX-RUN-TYPE NOT = "RVR"
                           AND GLX-RUN-TYPE NOT = "FXR"
                           MOVE GLX-RUN-TYPE TO WS-WORK-TYPE
      *> Invoice tax and advance billing are split to their own GL
      *> run types but sit inside the INV history amount, and the
      *> deferred part of a memo inside CRM, so fold them back.
                           IF WS-WORK-TYPE = "TAX"
                               OR WS-WORK-TYPE = "DFR"
                               MOVE "INV" TO WS-WORK-TYPE
                           END-IF
                           IF WS-WORK-TYPE = "DFC"
                               MOVE "CRM" TO WS-WORK-TYPE
                           END-IF
                           PERFORM 8000-FIND-TYPE-ENTRY
                           IF WS-TYPE-ON-TABLE
                               ADD GLX-AMOUNT
