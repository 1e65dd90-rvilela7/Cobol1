               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
      *> The same file as laid down before it carried the posting
      *> date key; only opened when HISTORYFILE refuses it.
           SELECT PRIORHISTORY ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-STATUS.
           SELECT REORGFILE ASSIGN TO "files/HistoryReorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RH-KEY
               ALTERNATE RECORD KEY IS RH-DATE WITH DUPLICATES
               FILE STATUS IS WS-RH-STATUS.
           SELECT ARCHIVEFILE ASSIGN TO "files/HistoryArchive.dat"
               ORGANIZATION IS INDEXED
       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD PRIORHISTORY.
       01 PH-RECORD.
           02 PH-KEY PIC X(18).
           02 PH-REST PIC X(40).

       FD REORGFILE.
       COPY "CustomerHistoryRecord.cpy"
           REPLACING ==HISTORYRECORD==       BY ==RH-RECORD==
                     ==HIST-IS-DEP-REFUND==  BY ==RH-IS-DEP-REFUND==
                     ==HIST-IS-DEP-APPLIED== BY ==RH-IS-DEP-APPLIED==
                     ==HIST-IS-CREDIT-MEMO== BY ==RH-IS-CREDIT-MEMO==
                     ==HIST-IS-FEE-ADJUST==  BY ==RH-IS-FEE-ADJUST==
                     ==HIST-IS-SCRA-CREDIT== BY ==RH-IS-SCRA-CREDIT==
                     ==HIST-IS-FX-REALIZED== BY ==RH-IS-FX-REALIZED==
                     ==HIST-IS-REWARDS-CREDIT==
                         BY ==RH-IS-REWARDS-CREDIT==
                     ==HIST-IS-TRANSFER==    BY ==RH-IS-TRANSFER==
                     ==HIST-PROGRAM==        BY ==RH-PROGRAM==
                     ==HIST-AMOUNT==         BY ==RH-AMOUNT==
                     ==HIST-BALANCE-BEFORE== BY ==RH-BALANCE-BEFORE==
                     ==HIST-IS-DEP-REFUND==  BY ==AH-IS-DEP-REFUND==
                     ==HIST-IS-DEP-APPLIED== BY ==AH-IS-DEP-APPLIED==
                     ==HIST-IS-CREDIT-MEMO== BY ==AH-IS-CREDIT-MEMO==
                     ==HIST-IS-FEE-ADJUST==  BY ==AH-IS-FEE-ADJUST==
                     ==HIST-IS-SCRA-CREDIT== BY ==AH-IS-SCRA-CREDIT==
                     ==HIST-IS-FX-REALIZED== BY ==AH-IS-FX-REALIZED==
                     ==HIST-IS-REWARDS-CREDIT==
                         BY ==AH-IS-REWARDS-CREDIT==
                     ==HIST-IS-TRANSFER==    BY ==AH-IS-TRANSFER==
                     ==HIST-PROGRAM==        BY ==AH-PROGRAM==
                     ==HIST-AMOUNT==         BY ==AH-AMOUNT==
                     ==HIST-BALANCE-BEFORE== BY ==AH-BALANCE-BEFORE==
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-PRIOR-LAYOUT-SWITCH PIC X VALUE 'N'.
           88 WS-FROM-PRIOR-LAYOUT VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM, months to keep
       01 WS-KEEP-MONTHS PIC 9(3) VALUE 24.
           02 PRNARCNET PIC $$,$$$,$$9.99-.

       01 WS-HF-STATUS PIC XX.
       01 WS-PH-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-AH-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
               WS-MONTH-INDEX - (WS-CU-YYYY * 12)
           MOVE 1 TO WS-CU-DD
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS = "39"
               OPEN INPUT PRIORHISTORY
               MOVE WS-PH-STATUS TO WS-HF-STATUS
               SET WS-FROM-PRIOR-LAYOUT TO TRUE
               DISPLAY "History file has no posting date key - "
                   "the reorg will build it"
           END-IF
           IF WS-HF-STATUS NOT = "00"
               DISPLAY "No history file to archive - status "
                   WS-HF-STATUS
           END-IF
           PERFORM 1000-SPLIT-ONE-MOVEMENT UNTIL WSEOF
           PERFORM 3000-CLOSE-CUSTOMER-SUMMARY
           IF WS-FROM-PRIOR-LAYOUT
               CLOSE PRIORHISTORY
           ELSE
               CLOSE HISTORYFILE
           END-IF
           CLOSE REORGFILE
           CLOSE ARCHIVEFILE
           CLOSE ARCHIVERPT
      *> record dated at the cutoff, so balance continuity and the
      *> over-90 aging arithmetic both hold.
       1000-SPLIT-ONE-MOVEMENT.
           IF WS-FROM-PRIOR-LAYOUT
               READ PRIORHISTORY
                   AT END SET WSEOF TO TRUE
                   NOT AT END MOVE PH-RECORD TO HISTORYRECORD
               END-READ
           ELSE
               READ HISTORYFILE
                   AT END SET WSEOF TO TRUE
               END-READ
           END-IF
           IF NOT WSEOF
               IF HIST-IDNUM NOT = WS-CURR-IDNUM
                   PERFORM 3000-CLOSE-CUSTOMER-SUMMARY
