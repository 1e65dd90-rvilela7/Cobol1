           SELECT HOUSEKEEPRPT ASSIGN TO "files/Housekeeping.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HK-STATUS.
           SELECT CHAINFILE ASSIGN TO "files/LogChain.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LCC-KEY
               FILE STATUS IS WS-LC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIVEFILE.
       01 LIVELINE PIC X(113).
       COPY "AuditLine.cpy".

       FD WORKFILE.
       01 WORKLINE PIC X(113).

       FD ARCHIVEPROBE.
       01 PROBELINE PIC X(80).
       FD HOUSEKEEPRPT.
       01 PRINTLINE PIC X(100).

       FD CHAINFILE.
       COPY "LogChainControl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-FILE-ENTRIES REDEFINES WS-FILE-TABLE.
           02 WS-FILE-PATH OCCURS 4 TIMES PIC X(30).
       01 WS-FILE-IDX PIC 9 COMP-3.
       01 WS-JOURNAL-PATH PIC X(30) VALUE "files/CustomerJournal.dat".

      *> Outcome of the chain check run ahead of the housekeeping,
      *> and the last chained audit line trimmed off the live log.
       01 WS-AUDIT-CHAIN PIC X.
           88 WS-AUDIT-CHAIN-INTACT VALUE 'G'.
       01 WS-JOURNAL-CHAIN PIC X.
           88 WS-JOURNAL-CHAIN-INTACT VALUE 'G'.
       01 WS-TRIM-SEQ PIC 9(9).
       01 WS-TRIM-CHECK PIC 9(10).
       01 WS-TRIM-RECORD PIC X(113).

       COPY "LogChain.cpy".

       01 WS-LIVE-PATH PIC X(30).
       01 WS-WORK-PATH PIC X(30) VALUE "files/Housekeeping.tmp".
       01 WS-ARCHIVE-PATH PIC X(45).
       01 WS-COPY-RC PIC S9(9) COMP-5.
       01 WS-VERIFY-RC PIC S9(9) COMP-5.

       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
       01 WS-AP-STATUS PIC XX.
       01 WS-WK-STATUS PIC XX.
       01 WS-HK-STATUS PIC XX.
       01 WS-LC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

           END-IF
           MOVE "Audit/log/reject housekeeping" TO PRINTLINE
           WRITE PRINTLINE
           PERFORM 0100-VERIFY-LOG-CHAINS
           PERFORM 1000-HOUSEKEEP-ONE-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 4
           PERFORM 2000-ARCHIVE-JOURNAL
           CLOSE HOUSEKEEPRPT
           DISPLAY "Housekeeping complete - see "
               "files/Housekeeping.rpt"
           GOBACK.

      *> The audit log and journal are chained; neither is archived
      *> or trimmed unless ChainVerify has just passed it, so a copy
      *> that has been tampered with is never made the record. A
      *> result left on the control file by an earlier day, or by a
      *> run that abended before reaching it, does not count.
       0100-VERIFY-LOG-CHAINS.
           MOVE SPACE TO WS-AUDIT-CHAIN
           MOVE SPACE TO WS-JOURNAL-CHAIN
           CALL 'ChainVerify'
           MOVE RETURN-CODE TO WS-VERIFY-RC
           MOVE ZERO TO RETURN-CODE
           IF WS-VERIFY-RC = 16
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHAINFILE
           IF WS-LC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO LCC-LOG-ID
           READ CHAINFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LCC-VERIFY-DATE = WS-CD-DATE
                       MOVE LCC-VERIFY-RESULT TO WS-AUDIT-CHAIN
                   END-IF
           END-READ
           MOVE 'J' TO LCC-LOG-ID
           READ CHAINFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LCC-VERIFY-DATE = WS-CD-DATE
                       MOVE LCC-VERIFY-RESULT TO WS-JOURNAL-CHAIN
                   END-IF
           END-READ
           CLOSE CHAINFILE.

      *> Each live file gets a dated monthly archive copy, then the
      *> live copy is trimmed to the retention window. Lines without
      *> a leading date (older formats) survive only on the archive.
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-REMOVED-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-FILE-IDX = 1 AND NOT WS-AUDIT-CHAIN-INTACT
               MOVE SPACES TO PRINTLINE
               STRING " " DELIMITED BY SIZE
                   WS-LIVE-PATH DELIMITED BY SIZE
                   " chain check failed - not archived or trimmed, "
                       DELIMITED BY SIZE
                   "see files/ChainVerify.rpt" DELIMITED BY SIZE
                   INTO PRINTLINE
               WRITE PRINTLINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LIVEFILE
           IF WS-LV-STATUS NOT = "00"
               MOVE WS-LIVE-PATH TO PRNFILE

       1200-TRIM-LIVE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-TRIM-SEQ
           OPEN INPUT LIVEFILE
           OPEN OUTPUT WORKFILE
           PERFORM 1210-SIFT-ONE-LINE UNTIL WSEOF
           CALL "CBL_DELETE_FILE" USING WS-LIVE-PATH
               RETURNING WS-COPY-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-LIVE-PATH
               RETURNING WS-COPY-RC
           IF WS-FILE-IDX = 1 AND WS-TRIM-SEQ NOT = ZERO
               PERFORM 1300-MOVE-AUDIT-ANCHOR
           END-IF.

       1210-SIFT-ONE-LINE.
           READ LIVEFILE
                       WRITE WORKLINE
                   ELSE
                       ADD 1 TO WS-REMOVED-COUNT
                       IF WS-FILE-IDX = 1
                           AND AUL-SEQ IS NUMERIC
                           AND AUL-SEQ NOT = ZERO
                           AND AUL-CHECK IS NUMERIC
                           MOVE AUL-SEQ TO WS-TRIM-SEQ
                           MOVE AUL-CHECK TO WS-TRIM-CHECK
                       END-IF
                   END-IF
           END-READ.

               MOVE 'Y' TO WS-LINE-DATED
           END-IF.

      *> Trimmed days go with their seals, so the audit chain now
      *> starts after the last chained line removed; ChainVerify
      *> picks the walk up from there.
       1300-MOVE-AUDIT-ANCHOR.
           SET LCH-AUDIT-LOG TO TRUE
           SET LCH-SET-ANCHOR TO TRUE
           MOVE WS-TRIM-SEQ TO LCH-SEQ
           MOVE WS-TRIM-CHECK TO LCH-RUNNING-CHECK
           MOVE SPACES TO WS-TRIM-RECORD
           CALL 'AuditChain' USING LOGCHAINCALL, WS-TRIM-RECORD
           IF NOT LCH-DONE
               DISPLAY "Audit chain anchor not moved - ChainVerify "
                   "will report the trimmed lines as missing"
           END-IF.

      *> The journal is archived monthly but never trimmed -
      *> RecoveryRun and DeltaFeed read it from the start.
       2000-ARCHIVE-JOURNAL.
           MOVE WS-JOURNAL-PATH TO WS-LIVE-PATH
           IF NOT WS-JOURNAL-CHAIN-INTACT
               MOVE SPACES TO PRINTLINE
               STRING " " DELIMITED BY SIZE
                   WS-LIVE-PATH DELIMITED BY SIZE
                   " chain check failed - not archived, "
                       DELIMITED BY SIZE
                   "see files/ChainVerify.rpt" DELIMITED BY SIZE
                   INTO PRINTLINE
               WRITE PRINTLINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LIVEFILE
           IF WS-LV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE LIVEFILE
           PERFORM 1100-CUT-ARCHIVE-COPY
           MOVE SPACES TO PRINTLINE
           STRING " " DELIMITED BY SIZE
               WS-LIVE-PATH DELIMITED BY SIZE
               " archived, not trimmed" DELIMITED BY SIZE
               INTO PRINTLINE
           WRITE PRINTLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
