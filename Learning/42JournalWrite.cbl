           02 WS-CD-STAMP PIC 9(14).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       LINKAGE SECTION.
           01 LK-PROGRAM PIC X(10).
           01 LK-ACTION PIC X.
               MOVE LK-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE LK-AFTER-IMAGE TO JRN-AFTER-IMAGE
               PERFORM 1000-STAMP-SESSION-OPERATOR
               PERFORM 2000-CHAIN-ENTRY
               WRITE JOURNALRECORD
               CLOSE JOURNALFILE
           END-IF
               CLOSE SESSIONFILE
           END-IF
           MOVE WS-SESSION-OPERATOR TO JRN-OPERATOR.

      *> Chain the entry onto the journal; the first entry of a day
      *> goes out behind the seal for the day before.
       2000-CHAIN-ENTRY.
           SET LCH-JOURNAL TO TRUE
           SET LCH-LINK-NEW TO TRUE
           CALL 'AuditChain' USING LOGCHAINCALL, JOURNALRECORD
           IF LCH-SEAL-DUE
               MOVE JOURNALRECORD TO LCH-HELD-RECORD
               WRITE JOURNALRECORD FROM LCH-SEAL-RECORD
               MOVE LCH-HELD-RECORD TO JOURNALRECORD
           END-IF.
