           SELECT JOURNALFILE ASSIGN TO "files/CustomerJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT CHAINFILE ASSIGN TO "files/LogChain.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LCC-KEY
               FILE STATUS IS WS-LC-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "files/RunLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT FORCELOG ASSIGN TO "files/PostingForce.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.
           SELECT REOPENLOG ASSIGN TO "files/PeriodReopen.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.
           SELECT ACTIVITYRPT ASSIGN TO "files/OperatorActivity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.
       FD JOURNALFILE.
       COPY "CustomerJournal.cpy".

       FD CHAINFILE.
       COPY "LogChainControl.cpy".

       FD RUNLOGFILE.
       01 RUNLOGLINE PIC X(80).

       FD FORCELOG.
       01 FORCELINE PIC X(80).

       FD REOPENLOG.
       01 REOPENLINE PIC X(100).

       FD ACTIVITYRPT.
       01 PRINTLINE PIC X(132).

       01 SECTIONLINE PIC X(80).

       01 WS-JF-STATUS PIC XX.
       01 WS-LC-STATUS PIC XX.
       01 WS-RL-STATUS PIC XX.
       01 WS-OV-STATUS PIC XX.
       01 WS-FL-STATUS PIC XX.
       01 WS-RO-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.
           MOVE WS-FROM-DATE TO PRNFROMDATE
           MOVE WS-TO-DATE TO PRNTODATE
           WRITE PRINTLINE FROM PAGEHEADING
           PERFORM 0100-CHECK-JOURNAL-CHAIN
           PERFORM 1000-SCAN-JOURNAL
           PERFORM 2000-SCAN-RUN-LOG
           PERFORM 3000-LIST-PRIVILEGED-ACTIONS
               " privileged log lines"
           GOBACK.

      *> The journal is the evidence behind this report; if its
      *> last chain check failed, the report says so up front.
       0100-CHECK-JOURNAL-CHAIN.
           OPEN INPUT CHAINFILE
           IF WS-LC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO LCC-LOG-ID
           READ CHAINFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LCC-CHAIN-BROKEN
                       MOVE SPACES TO PRINTLINE
                       STRING "WARNING - the customer journal failed "
                               DELIMITED BY SIZE
                           "its chain check on " DELIMITED BY SIZE
                           LCC-VERIFY-DATE DELIMITED BY SIZE
                           " - entries may have been altered, see "
                               DELIMITED BY SIZE
                           "files/ChainVerify.rpt" DELIMITED BY SIZE
                           INTO PRINTLINE
                       WRITE PRINTLINE AFTER ADVANCING 2 LINES
                       DISPLAY "WARNING - customer journal failed its "
                           "chain check on " LCC-VERIFY-DATE
                   END-IF
           END-READ
           CLOSE CHAINFILE.

       1000-SCAN-JOURNAL.
           MOVE "Customer records touched (from journal images):"
               TO SECTIONLINE
               PERFORM 3020-LIST-ONE-FORCE UNTIL WSEOF
               CLOSE FORCELOG
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REOPENLOG
           IF WS-RO-STATUS = "00"
               PERFORM 3030-LIST-ONE-REOPEN UNTIL WSEOF
               CLOSE REOPENLOG
           END-IF
           IF WS-PRIV-COUNT = ZERO
               MOVE "  (none in range)" TO PRINTLINE
               WRITE PRINTLINE
                   END-IF
           END-READ.

      *> Accounting periods reopened, and changes to the back-dating
      *> rule, carry the administrator who made them.
       3030-LIST-ONE-REOPEN.
           READ REOPENLOG
               AT END SET WSEOF TO TRUE
               NOT AT END
                   MOVE REOPENLINE(1:8) TO WS-RUNLOG-DATE-X
                   MOVE WS-RUNLOG-DATE-X TO WS-RUNLOG-DATE
                   IF WS-RUNLOG-DATE >= WS-FROM-DATE
                       AND WS-RUNLOG-DATE <= WS-TO-DATE
                       ADD 1 TO WS-PRIV-COUNT
                       MOVE REOPENLINE TO PRINTLINE
                       WRITE PRINTLINE
                   END-IF
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
