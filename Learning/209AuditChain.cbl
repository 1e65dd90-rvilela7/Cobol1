            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditChain.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAINFILE ASSIGN TO "files/LogChain.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LCC-KEY
               FILE STATUS IS WS-LC-STATUS.
           SELECT CHAINKEYFILE ASSIGN TO "files/ChainKey.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAINFILE.
       COPY "LogChainControl.cpy".

       FD CHAINKEYFILE.
       COPY "ChainKey.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEY-SWITCH PIC X VALUE 'N'.
           88 WS-KEY-LOADED VALUE 'Y'.
       01 WS-CONTROL-SWITCH PIC X.
           88 WS-CONTROL-NEW VALUE 'Y'.

      *> Length of the record body each log chains; the chain fields
      *> (stamp, sequence, check) follow straight after it.
       01 WS-BODY-LENGTH PIC 9(3) COMP-3.
       01 WS-HASH-LENGTH PIC 9(3) COMP-3.
       01 WS-TRAILER-POS PIC 9(3) COMP-3.
       01 WS-CHECK-POS PIC 9(3) COMP-3.

       01 WS-HASH-AREA PIC X(400).
       01 WS-TRAILER.
           02 WS-TR-STAMP PIC 9(14).
           02 WS-TR-SEQ PIC 9(9).
           02 WS-TR-CHECK PIC 9(10).
       01 WS-PRIOR-CHECK PIC 9(10).
       01 WS-NEW-CHECK PIC 9(10).
       01 WS-HASH PIC 9(18) COMP-3.
       01 WS-BYTE-IDX PIC 9(3) COMP-3.
       01 WS-KEY-IDX PIC 9 COMP-3.

       01 WS-CURRENT-DATE.
           02 WS-CD-STAMP PIC 9(14).
           02 FILLER PIC X(7).
       01 WS-TODAY PIC 9(8).
       01 WS-SEAL-DAY-SPLIT.
           02 WS-SD-YYYY PIC 9(4).
           02 WS-SD-MM PIC 99.
           02 WS-SD-DD PIC 99.
       01 WS-SEAL-COUNT PIC 9(9).

       COPY "CustomerJournal.cpy".

       01 WS-SEED PIC 9(10) COMP-3.
       01 WS-DRAW-1 PIC 9(10) COMP-3.
       01 WS-CLOCK.
           02 WS-CLOCK-DATE PIC 9(8).
           02 WS-CLOCK-TIME PIC 9(8).
           02 FILLER PIC X(5).

       01 WS-LC-STATUS PIC XX.
       01 WS-CK-STATUS PIC XX.

       LINKAGE SECTION.
       COPY "LogChain.cpy".
       01 LK-RECORD PIC X(400).

      *> Chains the records of the customer audit log (LCH-LOG-ID 'A')
      *> and the customer journal ('J'). Each new record carries the
      *> time it was chained, its place in the chain and a check value
      *> worked from its own contents and the check of the record
      *> before it, keyed with files/ChainKey.dat so the checks cannot
      *> be recomputed by someone who has only the logs. The first
      *> record of a new day is preceded by a seal for the day before,
      *> giving the number of records chained that day; the seal comes
      *> back in LCH-SEAL-RECORD for the caller to write first.
      *> files/LogChain.dat keeps the tail of each chain, the anchor
      *> left by Housekeeping's trims and ChainVerify's last result.
      *>   L - chain a new record (the caller then writes it)
      *>   B - start re-chaining a rewritten log from its anchor
      *>   R - re-chain one record from LCH-RUNNING-CHECK; ChainVerify
      *>       also uses this on a copy to test a stored check
      *>   E - end re-chaining, recording the new tail check
      *>   T - the log was trimmed up to LCH-SEQ / LCH-RUNNING-CHECK
       PROCEDURE DIVISION USING LOGCHAINCALL, LK-RECORD.
       0000-MAIN-PARA.
           MOVE 'N' TO LCH-RESULT
           MOVE 'N' TO LCH-SEAL-SWITCH
           EVALUATE TRUE
               WHEN LCH-AUDIT-LOG
                   MOVE 80 TO WS-BODY-LENGTH
               WHEN LCH-JOURNAL
                   MOVE 353 TO WS-BODY-LENGTH
               WHEN OTHER
                   DISPLAY "AuditChain - unknown log " LCH-LOG-ID
                   EXIT PROGRAM
           END-EVALUATE
           COMPUTE WS-TRAILER-POS = WS-BODY-LENGTH + 1
           COMPUTE WS-HASH-LENGTH = WS-BODY-LENGTH + 23
           COMPUTE WS-CHECK-POS = WS-BODY-LENGTH + 24
           PERFORM 1000-LOAD-KEY
           IF NOT WS-KEY-LOADED
               EXIT PROGRAM
           END-IF
           IF LCH-RELINK
               PERFORM 4000-RELINK-RECORD
               MOVE 'Y' TO LCH-RESULT
               EXIT PROGRAM
           END-IF
           PERFORM 2000-READ-CONTROL
           IF WS-LC-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           EVALUATE TRUE
               WHEN LCH-LINK-NEW
                   PERFORM 3000-LINK-NEW-RECORD
               WHEN LCH-RELINK-BEGIN
                   MOVE LCC-ANCHOR-CHECK TO LCH-RUNNING-CHECK
               WHEN LCH-RELINK-END
                   MOVE LCH-RUNNING-CHECK TO LCC-LAST-CHECK
               WHEN LCH-SET-ANCHOR
                   IF LCH-SEQ > LCC-ANCHOR-SEQ
                       MOVE LCH-SEQ TO LCC-ANCHOR-SEQ
                       MOVE LCH-RUNNING-CHECK TO LCC-ANCHOR-CHECK
                   END-IF
           END-EVALUATE
           PERFORM 2100-SAVE-CONTROL
           CLOSE CHAINFILE
           EXIT PROGRAM.

      *> The key is made on the first record ever chained. After
      *> that a missing key file means the checks can no longer be
      *> proved, so nothing is chained until it is restored.
       1000-LOAD-KEY.
           IF WS-KEY-LOADED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHAINKEYFILE
           IF WS-CK-STATUS = "00"
               READ CHAINKEYFILE
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-KEY-SWITCH
               END-READ
               CLOSE CHAINKEYFILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHAINFILE
           IF WS-LC-STATUS = "00"
               CLOSE CHAINFILE
               DISPLAY "AuditChain - files/ChainKey.dat is missing "
                   "but logs are already chained - restore the key"
               EXIT PARAGRAPH
           END-IF
           IF NOT LCH-LINK-NEW
               DISPLAY "AuditChain - no chain key on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1010-MAKE-NEW-KEY
           OPEN OUTPUT CHAINKEYFILE
           IF WS-CK-STATUS NOT = "00"
               DISPLAY "CHAINKEYFILE STATUS " WS-CK-STATUS
                   " - logs not chained"
               EXIT PARAGRAPH
           END-IF
           WRITE CHAINKEYRECORD
           CLOSE CHAINKEYFILE
           MOVE 'Y' TO WS-KEY-SWITCH
           DISPLAY "New log chain key created in files/ChainKey.dat - "
               "keep a copy of it with the master backups".

      *> Drawn the same way as the SSN key: a clock-seeded generator,
      *> two draws to a part.
       1010-MAKE-NEW-KEY.
           INITIALIZE CHAINKEYRECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           COMPUTE WS-SEED = FUNCTION MOD(WS-CLOCK-TIME * 7919
               + WS-CLOCK-DATE, 2147483647)
           IF WS-SEED = ZERO
               MOVE 20261015 TO WS-SEED
           END-IF
           PERFORM 1020-MAKE-ONE-KEY-PART
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > 4
           MOVE WS-CLOCK-DATE TO CKY-CREATED.

       1020-MAKE-ONE-KEY-PART.
           PERFORM 1030-NEXT-SEED
           MOVE WS-SEED TO WS-DRAW-1
           PERFORM 1030-NEXT-SEED
           COMPUTE CKY-KEY-PART(WS-KEY-IDX) = FUNCTION MOD(
               WS-DRAW-1 * 46337 + WS-SEED, 1000000000).

       1030-NEXT-SEED.
           COMPUTE WS-SEED =
               FUNCTION MOD(WS-SEED * 48271, 2147483647).

       2000-READ-CONTROL.
           OPEN I-O CHAINFILE
           IF WS-LC-STATUS = "35"
               OPEN OUTPUT CHAINFILE
               CLOSE CHAINFILE
               OPEN I-O CHAINFILE
           END-IF
           IF WS-LC-STATUS NOT = "00"
               DISPLAY "CHAINFILE STATUS " WS-LC-STATUS
                   " - log record not chained"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CONTROL-SWITCH
           MOVE LCH-LOG-ID TO LCC-LOG-ID
           READ CHAINFILE
               INVALID KEY
                   INITIALIZE LOGCHAINRECORD
                   MOVE LCH-LOG-ID TO LCC-LOG-ID
                   MOVE 'Y' TO WS-CONTROL-SWITCH
           END-READ.

       2100-SAVE-CONTROL.
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
           END-IF
           MOVE 'Y' TO LCH-RESULT.

      *> A day is sealed by the first record chained after it; a day
      *> with nothing chained needs no seal.
       3000-LINK-NEW-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CD-STAMP(1:8) TO WS-TODAY
           IF LCC-OPEN-DAY NOT = ZERO
               AND LCC-OPEN-DAY < WS-TODAY
               AND LCC-DAY-COUNT > ZERO
               PERFORM 3100-BUILD-SEAL
           END-IF
           IF LCC-OPEN-DAY NOT = WS-TODAY
               MOVE WS-TODAY TO LCC-OPEN-DAY
               MOVE ZERO TO LCC-DAY-COUNT
           END-IF
           MOVE SPACES TO WS-HASH-AREA
           MOVE LK-RECORD(1:WS-BODY-LENGTH) TO WS-HASH-AREA
           PERFORM 3200-CHAIN-HASH-AREA
           MOVE WS-HASH-AREA(1:WS-CHECK-POS + 9) TO
               LK-RECORD(1:WS-CHECK-POS + 9)
           ADD 1 TO LCC-DAY-COUNT.

      *> The seal carries the day it closes (leading, so Housekeeping
      *> trims it with that day) and the number of records chained
      *> that day. On the journal it is an 'S' entry with the day and
      *> count at the front of the before-image.
       3100-BUILD-SEAL.
           MOVE LCC-OPEN-DAY TO WS-SEAL-DAY-SPLIT
           MOVE LCC-DAY-COUNT TO WS-SEAL-COUNT
           MOVE SPACES TO WS-HASH-AREA
           IF LCH-AUDIT-LOG
               STRING WS-SD-YYYY DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-SD-MM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-SD-DD DELIMITED BY SIZE
                   " DAILYSEAL RECORDS " DELIMITED BY SIZE
                   WS-SEAL-COUNT DELIMITED BY SIZE
                   INTO WS-HASH-AREA
           ELSE
               MOVE SPACES TO JOURNALRECORD
               MOVE WS-CD-STAMP TO JRN-TIMESTAMP
               MOVE "DAILYSEAL" TO JRN-PROGRAM
               SET JRN-IS-SEAL TO TRUE
               MOVE LCC-OPEN-DAY TO JRN-BEFORE-IMAGE(1:8)
               MOVE WS-SEAL-COUNT TO JRN-BEFORE-IMAGE(9:9)
               MOVE JOURNALRECORD(1:353) TO WS-HASH-AREA
           END-IF
           PERFORM 3200-CHAIN-HASH-AREA
           MOVE WS-HASH-AREA TO LCH-SEAL-RECORD
           MOVE 'Y' TO LCH-SEAL-SWITCH.

       3200-CHAIN-HASH-AREA.
           ADD 1 TO LCC-LAST-SEQ
           MOVE WS-CD-STAMP TO WS-TR-STAMP
           MOVE LCC-LAST-SEQ TO WS-TR-SEQ
           MOVE ZERO TO WS-TR-CHECK
           MOVE WS-TRAILER TO WS-HASH-AREA(WS-TRAILER-POS:33)
           MOVE LCC-LAST-CHECK TO WS-PRIOR-CHECK
           PERFORM 5000-COMPUTE-CHECK
           MOVE WS-NEW-CHECK TO WS-TR-CHECK
           MOVE WS-TRAILER TO WS-HASH-AREA(WS-TRAILER-POS:33)
           MOVE WS-NEW-CHECK TO LCC-LAST-CHECK
           MOVE WS-CD-STAMP TO LCC-LAST-STAMP.

      *> Records written before chaining began carry no chain fields
      *> and are passed over.
       4000-RELINK-RECORD.
           MOVE SPACES TO WS-HASH-AREA
           MOVE LK-RECORD(1:WS-CHECK-POS + 9)
               TO WS-HASH-AREA(1:WS-CHECK-POS + 9)
           MOVE WS-HASH-AREA(WS-TRAILER-POS:33) TO WS-TRAILER
           IF WS-TR-SEQ IS NOT NUMERIC OR WS-TR-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LCH-RUNNING-CHECK TO WS-PRIOR-CHECK
           PERFORM 5000-COMPUTE-CHECK
           MOVE WS-NEW-CHECK TO WS-TR-CHECK
           MOVE WS-TRAILER TO LK-RECORD(WS-TRAILER-POS:33)
           MOVE WS-NEW-CHECK TO LCH-RUNNING-CHECK.

      *> The check covers the body, stamp and sequence number.
       5000-COMPUTE-CHECK.
           COMPUTE WS-HASH = FUNCTION MOD(
               WS-PRIOR-CHECK + CKY-KEY-PART(1), 2147483647)
           PERFORM 5010-HASH-ONE-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-HASH-LENGTH
           MOVE WS-HASH TO WS-NEW-CHECK.

       5010-HASH-ONE-BYTE.
           COMPUTE WS-KEY-IDX = FUNCTION MOD(WS-BYTE-IDX, 4) + 1
           COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 257
               + FUNCTION ORD(WS-HASH-AREA(WS-BYTE-IDX:1))
               + CKY-KEY-PART(WS-KEY-IDX), 2147483647).
