           SELECT JOURNALFILE ASSIGN TO "files/CustomerJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT CHAINFILE ASSIGN TO "files/LogChain.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LCC-KEY
               FILE STATUS IS WS-LC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNALFILE.
       COPY "CustomerJournal.cpy".

       FD CHAINFILE.
       COPY "LogChainControl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-JF-STATUS PIC XX.
       01 WS-LC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

           ACCEPT WS-CUTOFF-STAMP
           DISPLAY "Customer ID (0 for all) " WITH NO ADVANCING
           ACCEPT WS-FILTER-IDNUM
           PERFORM 0100-CHECK-JOURNAL-CHAIN
           IF WS-MODE-REAPPLY
               PERFORM 1000-RESTORE-SNAPSHOT
           END-IF
           END-IF
           GOBACK.

      *> A journal that failed its last chain check may have been
      *> edited; the replay still runs, but the operator is told.
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
                       DISPLAY "WARNING - the journal failed its chain "
                           "check on " LCC-VERIFY-DATE " - see "
                           "files/ChainVerify.rpt before relying on "
                           "this run"
                   END-IF
           END-READ
           CLOSE CHAINFILE.

       1000-RESTORE-SNAPSHOT.
           CALL "CBL_COPY_FILE" USING WS-SNAPSHOT-PATH,
               WS-CUSTOMER-PATH
           READ JOURNALFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF NOT JRN-IS-SEAL
                       PERFORM 2015-SELECT-JOURNAL-ENTRY
                   END-IF
           END-READ.

      *> Journaled WRITEs carry a blank before-image, so their
