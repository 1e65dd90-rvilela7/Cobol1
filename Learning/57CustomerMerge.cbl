               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT CUSTOMERAUDIT ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "CustomerHistoryRecord.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SURVIVOR-IDNUM PIC 9(7).
           88 WS-HISTORY-FILE-OPEN VALUE 'Y'.
       01 WS-WRITE-SWITCH PIC X.
           88 WS-CHILD-WRITTEN VALUE 'Y'.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-DUPLICATE-HELD VALUE 'Y'.
       01 WS-HELD-REASON PIC X(21).
       01 WS-SURVIVOR-TYPE-SWITCH PIC X.
           88 WS-SURVIVOR-HAS-TYPE VALUE 'Y'.

      *> Bankruptcy, estate and military service records protect the
      *> customer they were recorded against, so a duplicate holding
      *> one, or one still placed with an agency, is not merged.
       01 WS-HELD-TYPES PIC X(3) VALUE "KEM".
       01 WS-MOVE-TYPES PIC X(16) VALUE "APNGBDCUZWTLVXSF".
       01 WS-MOVE-TYPE-COUNT PIC 99 VALUE 16.
       01 WS-TYPE-IDX PIC 99 COMP-3.
       01 WS-CURRENT-TYPE PIC X.
      *> Kept once per customer at sequence 00; the survivor's own
      *> record wins over the duplicate's.
           88 WS-ONE-PER-CUSTOMER VALUE 'Z' 'W' 'T' 'L' 'V' 'X'
               'S' 'F'.
       01 WS-MOVED-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-HIST-MOVED-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-SAVED-CHILD PIC X(157).
       01 WS-SAVED-HISTORY PIC X(58).
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-CA-STATUS PIC XX.
           END-IF
           PERFORM 1000-CHECK-BOTH-ON-FILE
           IF WS-BOTH-FOUND
               PERFORM 1100-CHECK-DUPLICATE-HELD
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-BOTH-FOUND
                   DISPLAY "Merge not performed - both customers "
                       "must be on file"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DUPLICATE-HELD
                   DISPLAY "Merge not performed - customer "
                       WS-DUPLICATE-IDNUM " has "
                       FUNCTION TRIM(WS-HELD-REASON) " on file"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-COMBINE-BALANCES
                   PERFORM 3000-MOVE-CHILD-RECORDS
                       VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-MOVE-TYPE-COUNT
                   PERFORM 4000-MOVE-HISTORY-RECORDS
                   PERFORM 5000-DEACTIVATE-DUPLICATE
                   PERFORM 6000-LOG-MERGE
                   DISPLAY "Merge complete - customer "
                       WS-DUPLICATE-IDNUM " merged into "
                       WS-SURVIVOR-IDNUM " (" WS-MOVED-COUNT
                       " records, " WS-HIST-MOVED-COUNT
                       " history movements moved)"
                   IF WS-KEPT-COUNT > ZERO
                       DISPLAY WS-KEPT-COUNT " records left on "
                           WS-DUPLICATE-IDNUM " - survivor already "
                           "holds its own"
                   END-IF
           END-EVALUATE
           CLOSE CUSTOMERFILE
           IF WS-HISTORY-FILE-OPEN
               CLOSE HISTORYFILE
                   END-READ
           END-READ.

       1100-CHECK-DUPLICATE-HELD.
           MOVE 'N' TO WS-HELD-SWITCH
           PERFORM 1110-CHECK-HELD-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3 OR WS-DUPLICATE-HELD
           IF NOT WS-DUPLICATE-HELD
               MOVE 'N' TO WS-TYPE-EOF-SWITCH
               MOVE WS-DUPLICATE-IDNUM TO CC-IDNUM
               MOVE 'C' TO CC-REC-TYPE
               MOVE ZERO TO CC-SEQ
               START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
                   INVALID KEY MOVE 'Y' TO WS-TYPE-EOF-SWITCH
               END-START
               PERFORM 1120-CHECK-ONE-PLACEMENT
                   UNTIL WS-TYPE-EOF OR WS-DUPLICATE-HELD
           END-IF.

       1110-CHECK-HELD-TYPE.
           MOVE WS-DUPLICATE-IDNUM TO IDNUM
           MOVE WS-HELD-TYPES(WS-TYPE-IDX:1) TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HELD-SWITCH
                   EVALUATE TRUE
                       WHEN REC-IS-BANKRUPTCY
                           MOVE "a bankruptcy record"
                               TO WS-HELD-REASON
                       WHEN REC-IS-ESTATE
                           MOVE "an estate record" TO WS-HELD-REASON
                       WHEN OTHER
                           MOVE "a military record" TO WS-HELD-REASON
                   END-EVALUATE
           END-READ.

       1120-CHECK-ONE-PLACEMENT.
           READ CUSTOMERFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TYPE-EOF-SWITCH
           END-READ
           IF NOT WS-TYPE-EOF
               IF CC-IDNUM NOT = WS-DUPLICATE-IDNUM
                   OR CC-REC-TYPE NOT = 'C'
                   MOVE 'Y' TO WS-TYPE-EOF-SWITCH
               ELSE
                   IF CC-PLACED
                       MOVE 'Y' TO WS-HELD-SWITCH
                       MOVE "an open agency placement"
                           TO WS-HELD-REASON
                   END-IF
               END-IF
           END-IF.

       2000-COMBINE-BALANCES.
           MOVE WS-SURVIVOR-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
                   MOVE 'Y' TO WS-TYPE-EOF-SWITCH
               ELSE
                   MOVE CUSTOMERDATA TO WS-SAVED-CHILD
                   MOVE 'N' TO WS-SURVIVOR-TYPE-SWITCH
                   IF WS-ONE-PER-CUSTOMER
                       PERFORM 3040-CHECK-SURVIVOR-HAS-TYPE
                   END-IF
                   IF WS-SURVIVOR-HAS-TYPE
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       MOVE WS-SAVED-CHILD TO CUSTOMERDATA
                       MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                       DELETE CUSTOMERFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'D' TO WS-JRN-ACTION
                               MOVE SPACES TO WS-JRN-AFTER
                               CALL 'JournalWrite' USING
                                   WS-JRN-PROGRAM, WS-JRN-ACTION,
                                   WS-JRN-BEFORE, WS-JRN-AFTER
                               PERFORM 3020-REWRITE-AS-SURVIVOR
                       END-DELETE
                   END-IF
                   MOVE WS-DUPLICATE-IDNUM TO IDNUM
                   MOVE WS-CURRENT-TYPE TO REC-TYPE
                   MOVE WS-SAVED-CHILD(9:2) TO REC-SEQ
                       WS-JRN-ACTION, WS-JRN-BEFORE, WS-JRN-AFTER
           END-WRITE.

       3040-CHECK-SURVIVOR-HAS-TYPE.
           MOVE WS-SURVIVOR-IDNUM TO IDNUM
           MOVE WS-CURRENT-TYPE TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SURVIVOR-TYPE-SWITCH
           END-READ.

       4000-MOVE-HISTORY-RECORDS.
           IF WS-HISTORY-FILE-OPEN
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               " MERGED INTO " DELIMITED BY SIZE
               WS-SURVIVOR-IDNUM DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

       9500-JOURNAL-REWRITE.
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

      *> Chain the line onto the audit log; the first line of a day
      *> goes out behind the seal for the day before.
       9600-CHAIN-AUDIT-LINE.
           SET LCH-AUDIT-LOG TO TRUE
           SET LCH-LINK-NEW TO TRUE
           CALL 'AuditChain' USING LOGCHAINCALL, AUDITLINE
           IF LCH-SEAL-DUE
               MOVE AUDITLINE TO LCH-HELD-RECORD
               WRITE AUDITLINE FROM LCH-SEAL-RECORD
               MOVE LCH-HELD-RECORD TO AUDITLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
