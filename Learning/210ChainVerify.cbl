            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainVerify.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT JOURNALFILE ASSIGN TO "files/CustomerJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT CHAINFILE ASSIGN TO "files/LogChain.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LCC-KEY
               FILE STATUS IS WS-LC-STATUS.
           SELECT VERIFYRPT ASSIGN TO "files/ChainVerify.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "AuditLine.cpy".

       FD JOURNALFILE.
       COPY "CustomerJournal.cpy".

       FD CHAINFILE.
       COPY "LogChainControl.cpy".

       FD VERIFYRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-CHAIN-FILE-SWITCH PIC X VALUE 'N'.
           88 WS-CHAIN-FILE-OPEN VALUE 'Y'.
       01 WS-KEY-SWITCH PIC X VALUE 'Y'.
           88 WS-KEY-AVAILABLE VALUE 'Y'.
       01 WS-CONTROL-SWITCH PIC X.
           88 WS-CONTROL-NEW VALUE 'Y'.
       01 WS-STARTED-SWITCH PIC X.
           88 WS-CHAIN-STARTED VALUE 'Y'.
       01 WS-SEAL-SWITCH PIC X.
           88 WS-RECORD-IS-SEAL VALUE 'Y'.
       01 WS-ANY-BROKEN-SWITCH PIC X VALUE 'N'.
           88 WS-ANY-LOG-BROKEN VALUE 'Y'.

       COPY "LogChain.cpy".

       01 WS-TODAY PIC 9(8).
       01 WS-LOG-NAME PIC X(40).
       01 WS-BODY-LENGTH PIC 9(3) COMP-3.
       01 WS-TRAILER-POS PIC 9(3) COMP-3.
       01 WS-REC-AREA PIC X(400).
       01 WS-CHECK-COPY PIC X(400).
       01 WS-TRAILER.
           02 WS-TR-STAMP PIC 9(14).
           02 WS-TR-SEQ PIC 9(9).
           02 WS-TR-CHECK PIC 9(10).
       01 WS-RETEST-TRAILER.
           02 FILLER PIC X(23).
           02 WS-RT-CHECK PIC 9(10).

      *> Where the walk of the current log has got to.
       01 WS-RECORD-NO PIC 9(9) COMP-3.
       01 WS-LEGACY-COUNT PIC 9(9) COMP-3.
       01 WS-CHAINED-COUNT PIC 9(9) COMP-3.
       01 WS-SEALS-FOUND PIC 9(9) COMP-3.
       01 WS-EXPECTED-SEQ PIC 9(9).
       01 WS-PRIOR-CHECK PIC 9(10).
       01 WS-PRIOR-STAMP PIC 9(14).
       01 WS-OPEN-DAY PIC 9(8).
       01 WS-DAY-COUNT PIC 9(9).
       01 WS-RECORD-DAY PIC 9(8).
       01 WS-SEAL-DAY PIC 9(8).
       01 WS-SEAL-COUNT PIC 9(9).
       01 WS-TAIL-SEQ PIC 9(9).

      *> Problems found: a count and the first of each kind.
       01 WS-PROBLEM-TABLE.
           02 WS-PROBLEM OCCURS 3 TIMES.
               03 WS-PROBLEM-COUNT PIC 9(7) COMP-3.
               03 WS-FIRST-RECORD PIC 9(9).
               03 WS-FIRST-SEQ PIC 9(9).
               03 WS-FIRST-DETAIL PIC X(60).
       01 WS-PROBLEM-KIND PIC 9.
           88 WS-BROKEN-LINK VALUE 1.
           88 WS-SEAL-PROBLEM VALUE 2.
           88 WS-STAMP-PROBLEM VALUE 3.
       01 WS-PROBLEM-DETAIL PIC X(60).
       01 WS-PROBLEM-NAMES.
           02 FILLER PIC X(24) VALUE "Broken links            ".
           02 FILLER PIC X(24) VALUE "Missing or bad seals    ".
           02 FILLER PIC X(24) VALUE "Out-of-sequence times   ".
       01 WS-PROBLEM-NAME-TABLE REDEFINES WS-PROBLEM-NAMES.
           02 WS-PROBLEM-NAME PIC X(24) OCCURS 3 TIMES.

       01 HEADING1.
           02 FILLER PIC X(40) VALUE
               "Audit log and journal chain check - run ".
           02 PRNRUNDATE PIC 9(8).
       01 LOGHEADLINE.
           02 PRNLOGNAME PIC X(40).
       01 COUNTLINE.
           02 FILLER PIC X(16) VALUE "  Records read ".
           02 PRNREAD PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(16) VALUE "   pre-chaining ".
           02 PRNLEGACY PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(11) VALUE "   chained ".
           02 PRNCHAINED PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "   seals ".
           02 PRNSEALS PIC ZZZ,ZZ9.
       01 PROBLEMLINE.
           02 FILLER PIC XX VALUE SPACES.
           02 PRNPROBLEMNAME PIC X(24).
           02 PRNPROBLEMCOUNT PIC Z,ZZZ,ZZ9.
       01 FIRSTLINE.
           02 FILLER PIC X(19) VALUE "    first at record".
           02 PRNFIRSTRECORD PIC Z(8)9.
           02 FILLER PIC X(6) VALUE " (seq ".
           02 PRNFIRSTSEQ PIC Z(8)9.
           02 FILLER PIC X(3) VALUE "): ".
           02 PRNFIRSTDETAIL PIC X(55).
       01 RESULTLINE.
           02 FILLER PIC X(10) VALUE "  Result: ".
           02 PRNRESULT PIC X(60).
       01 NOTELINE.
           02 FILLER PIC X(8) VALUE "  Note: ".
           02 PRNNOTE PIC X(80).

       01 WS-AU-STATUS PIC XX.
       01 WS-JF-STATUS PIC XX.
       01 WS-LC-STATUS PIC XX.
       01 WS-VR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Walks the customer audit log and the customer journal from
      *> their chain anchors and reports, for each, the first broken
      *> link (a record altered, removed or inserted, or the end of
      *> the file cut off), the first missing or wrong daily seal and
      *> the first record stamped earlier than the one before it.
      *> Records written before chaining began are counted and passed
      *> over. The outcome is kept on files/LogChain.dat, where
      *> Housekeeping checks it before it archives or trims a log and
      *> RecoveryRun warns on a broken journal. Return code 8 when
      *> either log fails.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 'N' TO WS-ANY-BROKEN-SWITCH
           MOVE 'N' TO WS-CHAIN-FILE-SWITCH
           MOVE 'Y' TO WS-KEY-SWITCH
           OPEN OUTPUT VERIFYRPT
           IF WS-VR-STATUS NOT = "00"
               MOVE "VERIFYRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-VR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TODAY TO PRNRUNDATE
           WRITE PRINTLINE FROM HEADING1
           PERFORM 0200-CHECK-KEY
           PERFORM 0100-OPEN-CHAIN-FILE
           PERFORM 1000-VERIFY-AUDIT-LOG
           PERFORM 1100-VERIFY-JOURNAL
           IF WS-CHAIN-FILE-OPEN
               CLOSE CHAINFILE
           END-IF
           CLOSE VERIFYRPT
           IF WS-ANY-LOG-BROKEN
               DISPLAY "Chain check FAILED - see files/ChainVerify.rpt"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Chain check complete - audit log and journal "
                   "intact"
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       0100-OPEN-CHAIN-FILE.
           OPEN I-O CHAINFILE
           IF WS-LC-STATUS = "35"
               OPEN OUTPUT CHAINFILE
               CLOSE CHAINFILE
               OPEN I-O CHAINFILE
           END-IF
           IF WS-LC-STATUS = "00"
               SET WS-CHAIN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CHAINFILE STATUS " WS-LC-STATUS
                   " - results not recorded"
           END-IF.

      *> Without the chain key no check can be proved; every chained
      *> record would show as broken.
       0200-CHECK-KEY.
           MOVE SPACES TO WS-CHECK-COPY
           SET LCH-AUDIT-LOG TO TRUE
           SET LCH-RELINK TO TRUE
           MOVE ZERO TO LCH-RUNNING-CHECK
           CALL 'AuditChain' USING LOGCHAINCALL, WS-CHECK-COPY
           IF NOT LCH-DONE
               MOVE 'N' TO WS-KEY-SWITCH
               MOVE "Chain key files/ChainKey.dat not available - "
                   TO PRINTLINE
               WRITE PRINTLINE AFTER ADVANCING 2 LINES
               MOVE "checks cannot be proved" TO PRINTLINE
               WRITE PRINTLINE
           END-IF.

       1000-VERIFY-AUDIT-LOG.
           SET LCH-AUDIT-LOG TO TRUE
           MOVE 80 TO WS-BODY-LENGTH
           MOVE "Customer audit log (files/CustomerAudit.log)"
               TO WS-LOG-NAME
           PERFORM 2000-START-LOG
           OPEN INPUT AUDITFILE
           IF WS-AU-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1010-READ-AUDIT-LINE UNTIL WSEOF
               CLOSE AUDITFILE
           END-IF
           PERFORM 4000-FINISH-LOG.

       1010-READ-AUDIT-LINE.
           READ AUDITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-REC-AREA
                   MOVE AUDITLINE TO WS-REC-AREA
                   PERFORM 3000-CHECK-ONE-RECORD
           END-READ.

       1100-VERIFY-JOURNAL.
           SET LCH-JOURNAL TO TRUE
           MOVE 353 TO WS-BODY-LENGTH
           MOVE "Customer journal (files/CustomerJournal.dat)"
               TO WS-LOG-NAME
           PERFORM 2000-START-LOG
           OPEN INPUT JOURNALFILE
           IF WS-JF-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1110-READ-JOURNAL-ENTRY UNTIL WSEOF
               CLOSE JOURNALFILE
           END-IF
           PERFORM 4000-FINISH-LOG.

       1110-READ-JOURNAL-ENTRY.
           READ JOURNALFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-REC-AREA
                   MOVE JOURNALRECORD TO WS-REC-AREA
                   PERFORM 3000-CHECK-ONE-RECORD
           END-READ.

      *> The walk starts from the anchor: the last record Housekeeping
      *> trimmed away, or nothing for a log never trimmed.
       2000-START-LOG.
           COMPUTE WS-TRAILER-POS = WS-BODY-LENGTH + 1
           INITIALIZE WS-PROBLEM-TABLE
           MOVE ZERO TO WS-RECORD-NO
           MOVE ZERO TO WS-LEGACY-COUNT
           MOVE ZERO TO WS-CHAINED-COUNT
           MOVE ZERO TO WS-SEALS-FOUND
           MOVE ZERO TO WS-PRIOR-STAMP
           MOVE ZERO TO WS-OPEN-DAY
           MOVE ZERO TO WS-DAY-COUNT
           MOVE 'N' TO WS-STARTED-SWITCH
           MOVE 'N' TO WS-CONTROL-SWITCH
           MOVE LCH-LOG-ID TO LCC-LOG-ID
           IF WS-CHAIN-FILE-OPEN
               READ CHAINFILE
                   INVALID KEY MOVE 'Y' TO WS-CONTROL-SWITCH
               END-READ
           ELSE
               MOVE 'Y' TO WS-CONTROL-SWITCH
           END-IF
           IF WS-CONTROL-NEW
               INITIALIZE LOGCHAINRECORD
               MOVE LCH-LOG-ID TO LCC-LOG-ID
           END-IF
           COMPUTE WS-EXPECTED-SEQ = LCC-ANCHOR-SEQ + 1
           MOVE LCC-ANCHOR-CHECK TO WS-PRIOR-CHECK.

       3000-CHECK-ONE-RECORD.
           ADD 1 TO WS-RECORD-NO
           MOVE WS-REC-AREA(WS-TRAILER-POS:33) TO WS-TRAILER
           IF WS-TR-SEQ IS NOT NUMERIC
               OR WS-TR-STAMP IS NOT NUMERIC
               OR WS-TR-CHECK IS NOT NUMERIC
               OR WS-TR-SEQ = ZERO
               IF WS-CHAIN-STARTED
                   MOVE ZERO TO WS-TR-SEQ
                   MOVE "record carries no chain value" TO
                       WS-PROBLEM-DETAIL
                   SET WS-BROKEN-LINK TO TRUE
                   PERFORM 5000-NOTE-PROBLEM
               ELSE
                   ADD 1 TO WS-LEGACY-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET WS-CHAIN-STARTED TO TRUE
           ADD 1 TO WS-CHAINED-COUNT
           PERFORM 3100-CHECK-LINK
           PERFORM 3200-CHECK-STAMP
           PERFORM 3300-CLASSIFY-SEAL
           IF WS-RECORD-IS-SEAL
               PERFORM 3400-CHECK-SEAL
           ELSE
               PERFORM 3500-COUNT-DAY-RECORD
           END-IF.

      *> After a break the walk picks the chain up again from the
      *> record in hand, so one edit is reported once and later
      *> damage still shows.
       3100-CHECK-LINK.
           IF WS-TR-SEQ NOT = WS-EXPECTED-SEQ
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "sequence " DELIMITED BY SIZE
                   WS-EXPECTED-SEQ DELIMITED BY SIZE
                   " expected - records missing or added"
                       DELIMITED BY SIZE
                   INTO WS-PROBLEM-DETAIL
               SET WS-BROKEN-LINK TO TRUE
               PERFORM 5000-NOTE-PROBLEM
           ELSE
               IF WS-KEY-AVAILABLE
                   MOVE WS-REC-AREA TO WS-CHECK-COPY
                   MOVE WS-PRIOR-CHECK TO LCH-RUNNING-CHECK
                   SET LCH-RELINK TO TRUE
                   CALL 'AuditChain' USING LOGCHAINCALL, WS-CHECK-COPY
                   MOVE WS-CHECK-COPY(WS-TRAILER-POS:33)
                       TO WS-RETEST-TRAILER
                   IF WS-RT-CHECK NOT = WS-TR-CHECK
                       MOVE "check value wrong - altered, or a record "
                           TO WS-PROBLEM-DETAIL
                       MOVE "removed before it" TO WS-PROBLEM-DETAIL(42:)
                       SET WS-BROKEN-LINK TO TRUE
                       PERFORM 5000-NOTE-PROBLEM
                   END-IF
               END-IF
           END-IF
           MOVE WS-TR-CHECK TO WS-PRIOR-CHECK
           COMPUTE WS-EXPECTED-SEQ = WS-TR-SEQ + 1.

       3200-CHECK-STAMP.
           IF WS-TR-STAMP < WS-PRIOR-STAMP
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "stamped " DELIMITED BY SIZE
                   WS-TR-STAMP DELIMITED BY SIZE
                   ", before " DELIMITED BY SIZE
                   WS-PRIOR-STAMP DELIMITED BY SIZE
                   INTO WS-PROBLEM-DETAIL
               SET WS-STAMP-PROBLEM TO TRUE
               PERFORM 5000-NOTE-PROBLEM
           END-IF
           MOVE WS-TR-STAMP TO WS-PRIOR-STAMP.

      *> Audit log seals read "YYYY-MM-DD DAILYSEAL RECORDS n";
      *> journal seals are 'S' entries with the day and count at the
      *> front of the before-image.
       3300-CLASSIFY-SEAL.
           MOVE 'N' TO WS-SEAL-SWITCH
           IF LCH-AUDIT-LOG
               IF WS-REC-AREA(12:9) = "DAILYSEAL"
                   SET WS-RECORD-IS-SEAL TO TRUE
                   MOVE WS-REC-AREA(1:4) TO WS-SEAL-DAY(1:4)
                   MOVE WS-REC-AREA(6:2) TO WS-SEAL-DAY(5:2)
                   MOVE WS-REC-AREA(9:2) TO WS-SEAL-DAY(7:2)
                   MOVE WS-REC-AREA(30:9) TO WS-SEAL-COUNT
               END-IF
           ELSE
               MOVE WS-REC-AREA TO JOURNALRECORD
               IF JRN-IS-SEAL AND JRN-PROGRAM = "DAILYSEAL"
                   SET WS-RECORD-IS-SEAL TO TRUE
                   MOVE JRN-BEFORE-IMAGE(1:8) TO WS-SEAL-DAY
                   MOVE JRN-BEFORE-IMAGE(9:9) TO WS-SEAL-COUNT
               END-IF
           END-IF.

       3400-CHECK-SEAL.
           ADD 1 TO WS-SEALS-FOUND
           IF WS-SEAL-DAY NOT = WS-OPEN-DAY
               OR WS-SEAL-COUNT NOT = WS-DAY-COUNT
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "seal for " DELIMITED BY SIZE
                   WS-SEAL-DAY DELIMITED BY SIZE
                   " does not match the " DELIMITED BY SIZE
                   WS-DAY-COUNT DELIMITED BY SIZE
                   " records of " DELIMITED BY SIZE
                   WS-OPEN-DAY DELIMITED BY SIZE
                   INTO WS-PROBLEM-DETAIL
               SET WS-SEAL-PROBLEM TO TRUE
               PERFORM 5000-NOTE-PROBLEM
           END-IF
           MOVE ZERO TO WS-OPEN-DAY
           MOVE ZERO TO WS-DAY-COUNT.

      *> A record from a later day while the earlier day is still
      *> open means that day's seal is missing.
       3500-COUNT-DAY-RECORD.
           MOVE WS-TR-STAMP(1:8) TO WS-RECORD-DAY
           IF WS-OPEN-DAY NOT = ZERO
               AND WS-RECORD-DAY > WS-OPEN-DAY
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "no seal for " DELIMITED BY SIZE
                   WS-OPEN-DAY DELIMITED BY SIZE
                   " before the first record of " DELIMITED BY SIZE
                   WS-RECORD-DAY DELIMITED BY SIZE
                   INTO WS-PROBLEM-DETAIL
               SET WS-SEAL-PROBLEM TO TRUE
               PERFORM 5000-NOTE-PROBLEM
               MOVE ZERO TO WS-OPEN-DAY
               MOVE ZERO TO WS-DAY-COUNT
           END-IF
           IF WS-OPEN-DAY = ZERO
               MOVE WS-RECORD-DAY TO WS-OPEN-DAY
           END-IF
           ADD 1 TO WS-DAY-COUNT.

      *> The file must end where the chain control says the last
      *> record was chained; anything short of that was cut off.
       4000-FINISH-LOG.
           COMPUTE WS-TAIL-SEQ = WS-EXPECTED-SEQ - 1
           IF WS-TAIL-SEQ NOT = LCC-LAST-SEQ
               OR (WS-CHAINED-COUNT > ZERO
                   AND WS-PRIOR-CHECK NOT = LCC-LAST-CHECK)
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "file ends at sequence " DELIMITED BY SIZE
                   WS-TAIL-SEQ DELIMITED BY SIZE
                   ", chain control shows " DELIMITED BY SIZE
                   LCC-LAST-SEQ DELIMITED BY SIZE
                   INTO WS-PROBLEM-DETAIL
               MOVE WS-TAIL-SEQ TO WS-TR-SEQ
               ADD 1 TO WS-RECORD-NO
               SET WS-BROKEN-LINK TO TRUE
               PERFORM 5000-NOTE-PROBLEM
               SUBTRACT 1 FROM WS-RECORD-NO
           END-IF
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE WS-LOG-NAME TO PRNLOGNAME
           WRITE PRINTLINE FROM LOGHEADLINE
           MOVE WS-RECORD-NO TO PRNREAD
           MOVE WS-LEGACY-COUNT TO PRNLEGACY
           MOVE WS-CHAINED-COUNT TO PRNCHAINED
           MOVE WS-SEALS-FOUND TO PRNSEALS
           WRITE PRINTLINE FROM COUNTLINE
           PERFORM 4100-PRINT-ONE-PROBLEM
               VARYING WS-PROBLEM-KIND FROM 1 BY 1
               UNTIL WS-PROBLEM-KIND > 3
           IF WS-OPEN-DAY NOT = ZERO AND WS-OPEN-DAY < WS-TODAY
               MOVE SPACES TO PRNNOTE
               STRING WS-OPEN-DAY DELIMITED BY SIZE
                   " is sealed when the next record is written"
                       DELIMITED BY SIZE
                   INTO PRNNOTE
               WRITE PRINTLINE FROM NOTELINE
           END-IF
           IF NOT WS-KEY-AVAILABLE AND WS-CHAINED-COUNT > ZERO
               MOVE 'B' TO LCC-VERIFY-RESULT
               MOVE "NOT PROVED - chain key missing" TO PRNRESULT
           ELSE
               IF WS-PROBLEM-COUNT(1) + WS-PROBLEM-COUNT(2)
                   + WS-PROBLEM-COUNT(3) > ZERO
                   MOVE 'B' TO LCC-VERIFY-RESULT
                   MOVE "CHAIN BROKEN - do not archive or trim" TO
                       PRNRESULT
               ELSE
                   MOVE 'G' TO LCC-VERIFY-RESULT
                   MOVE "CHAIN INTACT" TO PRNRESULT
               END-IF
           END-IF
           WRITE PRINTLINE FROM RESULTLINE
           IF LCC-CHAIN-BROKEN
               MOVE 'Y' TO WS-ANY-BROKEN-SWITCH
           END-IF
           MOVE WS-TODAY TO LCC-VERIFY-DATE
           PERFORM 4200-SAVE-RESULT.

       4100-PRINT-ONE-PROBLEM.
           MOVE WS-PROBLEM-NAME(WS-PROBLEM-KIND) TO PRNPROBLEMNAME
           MOVE WS-PROBLEM-COUNT(WS-PROBLEM-KIND) TO PRNPROBLEMCOUNT
           WRITE PRINTLINE FROM PROBLEMLINE
           IF WS-PROBLEM-COUNT(WS-PROBLEM-KIND) > ZERO
               MOVE WS-FIRST-RECORD(WS-PROBLEM-KIND) TO PRNFIRSTRECORD
               MOVE WS-FIRST-SEQ(WS-PROBLEM-KIND) TO PRNFIRSTSEQ
               MOVE WS-FIRST-DETAIL(WS-PROBLEM-KIND) TO PRNFIRSTDETAIL
               WRITE PRINTLINE FROM FIRSTLINE
           END-IF.

       4200-SAVE-RESULT.
           IF NOT WS-CHAIN-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-NEW
               WRITE LOGCHAINRECORD
                   INVALID KEY
                       DISPLAY "CHAINFILE WRITE FAILED " WS-LC-STATUS
               END-WRITE
           ELSE
               REWRITE LOGCHAINRECORD
                   INVALID KEY
                       DISPLAY "CHAINFILE REWRITE FAILED "
                           WS-LC-STATUS
               END-REWRITE
           END-IF.

       5000-NOTE-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT(WS-PROBLEM-KIND)
           IF WS-PROBLEM-COUNT(WS-PROBLEM-KIND) = 1
               MOVE WS-RECORD-NO TO WS-FIRST-RECORD(WS-PROBLEM-KIND)
               MOVE WS-TR-SEQ TO WS-FIRST-SEQ(WS-PROBLEM-KIND)
               MOVE WS-PROBLEM-DETAIL TO WS-FIRST-DETAIL(WS-PROBLEM-KIND)
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
