            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SkipTraceImport.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT QUEUEFILE ASSIGN TO "files/CollectionQueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CQ-KEY
               FILE STATUS IS WS-CQ-STATUS.
           SELECT SKIPRESULTS ASSIGN TO "files/SkipTraceResults.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT SKIPBATCHLOG ASSIGN TO "files/SkipTraceBatches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SB-STATUS.
           SELECT SKIPRPT ASSIGN TO "files/SkipTraceImport.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD QUEUEFILE.
       COPY "CollectionQueue.cpy".

       FD SKIPRESULTS.
       COPY "SkipResult.cpy".

       FD SKIPBATCHLOG.
       COPY "SkipBatch.cpy".

       FD SKIPRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-LOG-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-LOG-EOF VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SCAN-EOF VALUE 'Y'.
       01 WS-CUSTOMER-SWITCH PIC X VALUE 'N'.
           88 WS-CUSTOMER-FOUND VALUE 'Y'.
       01 WS-ON-FILE-SWITCH PIC X VALUE 'N'.
           88 WS-ALREADY-ON-FILE VALUE 'Y'.
       01 WS-QUEUE-SWITCH PIC X VALUE 'N'.
           88 WS-QUEUE-AVAILABLE VALUE 'Y'.
       01 WS-NOTE-WRITTEN-SWITCH PIC X VALUE 'N'.
           88 WS-NOTE-WRITTEN VALUE 'Y'.

       01 WS-TODAY PIC 9(8).
       01 WS-SCAN-TYPE PIC X.
       01 WS-HIGH-SEQ PIC 99.
       01 WS-ADDED-WHAT PIC X(16).
       01 WS-RESULT-NOTE PIC X(40).

       01 WS-BATCH-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-BATCH-IDX PIC 99 COMP-3.
       01 WS-BATCH-HIT PIC 99 COMP-3.
       01 WS-BATCH-TABLE.
           02 WS-BATCH-ENTRY OCCURS 50 TIMES.
               03 WS-BT-BATCH PIC 9(8).
               03 WS-BT-SENT PIC 9(7) COMP-3.
               03 WS-BT-RETURNED PIC 9(7) COMP-3.
               03 WS-BT-LOCATED PIC 9(7) COMP-3.
       01 WS-HIT-RATE PIC 9(3)V9 COMP-3.

       01 WS-READ-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-LOCATED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-ADDRESS-ADDED PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-PHONE-ADDED PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-QUEUE-NOTED PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(7) COMP-3 VALUE ZERO.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "SKIPIMPORT".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 PAGEHEADING.
           02 FILLER PIC X(34) VALUE "Skip-trace results imported on ".
           02 PRNTODAY PIC 9(8).
       01 RESULTHEADS.
           02 FILLER PIC X(9) VALUE "Customer".
           02 FILLER PIC X(10) VALUE "Batch".
           02 FILLER PIC X(4) VALUE "Hit".
           02 FILLER PIC X(55) VALUE "Located address".
           02 FILLER PIC X(16) VALUE "Phone".
           02 FILLER PIC X(4) VALUE "Note".
       01 RESULTLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNBATCH PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRESULT PIC X.
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNSTREET PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCITY PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTATE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNZIP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PRNPHONE PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PRNNOTE PIC X(40).
       01 BATCHHEADS.
           02 FILLER PIC X(10) VALUE "Batch".
           02 FILLER PIC X(9) VALUE "    Sent".
           02 FILLER PIC X(9) VALUE " Returned".
           02 FILLER PIC X(9) VALUE "  Located".
           02 FILLER PIC X(10) VALUE "  Hit rate".
       01 BATCHLINE.
           02 PRNBTBATCH PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNBTSENT PIC ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNBTRETURNED PIC ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNBTLOCATED PIC ZZZZZZ9.
           02 FILLER PIC XXXX VALUE SPACE.
           02 PRNBTRATE PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 TOTALLINE.
           02 PRNTOTALNAME PIC X(30).
           02 PRNTOTAL PIC ZZZZZZ9.

       01 WS-CF-STATUS PIC XX.
       01 WS-CQ-STATUS PIC XX.
       01 WS-SR-STATUS PIC XX.
       01 WS-SB-STATUS PIC XX.
       01 WS-SP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Loads the skip-trace vendor's results. A located address or
      *> phone is added to the customer under the next free sequence
      *> marked unverified, never over the address or phone already
      *> on file; the mail runs pass over an unverified address, so
      *> nothing is mailed on the vendor's word alone. Every located
      *> customer gets a note for CustomerInquiry and, where the
      *> account is on the collections queue, the entry is re-opened
      *> with outcome SKP so the collector sees there is somebody to
      *> call. The report closes with the hit rate of each batch sent
      *> by SkipTraceExtract.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - SkipTraceImport "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-BATCHES
           PERFORM 0200-OPEN-FILES
           PERFORM 1000-IMPORT-ONE-RESULT UNTIL WSEOF
           PERFORM 2000-PRINT-TOTALS
           CLOSE SKIPRESULTS
           CLOSE CUSTOMERFILE
           IF WS-QUEUE-AVAILABLE
               CLOSE QUEUEFILE
           END-IF
           CLOSE SKIPRPT
           DISPLAY "Skip-trace import complete - " WS-LOCATED-COUNT
               " located of " WS-READ-COUNT " returned - see "
               "files/SkipTraceImport.rpt"
           GOBACK.

      *> A batch run twice on the same day is logged twice; the later
      *> count is the one that went to the vendor.
       0100-LOAD-BATCHES.
           OPEN INPUT SKIPBATCHLOG
           IF WS-SB-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SB-STATUS NOT = "00"
               MOVE "SKIPBATCHLOG" TO WS-ABEND-FILE-NAME
               MOVE WS-SB-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 0110-LOAD-ONE-BATCH UNTIL WS-LOG-EOF
           CLOSE SKIPBATCHLOG.

       0110-LOAD-ONE-BATCH.
           READ SKIPBATCHLOG
               AT END SET WS-LOG-EOF TO TRUE
           END-READ
           IF NOT WS-LOG-EOF
               PERFORM 8000-FIND-BATCH
               IF WS-BATCH-HIT > ZERO
                   MOVE SKB-SENT-COUNT TO WS-BT-SENT(WS-BATCH-HIT)
               END-IF
           END-IF.

       0200-OPEN-FILES.
           OPEN INPUT SKIPRESULTS
           IF WS-SR-STATUS NOT = "00"
               MOVE "SKIPRESULTS" TO WS-ABEND-FILE-NAME
               MOVE WS-SR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O QUEUEFILE
           EVALUATE WS-CQ-STATUS
               WHEN "00"
                   SET WS-QUEUE-AVAILABLE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "QUEUEFILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-CQ-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
           END-EVALUATE
           OPEN OUTPUT SKIPRPT
           IF WS-SP-STATUS NOT = "00"
               MOVE "SKIPRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-SP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TODAY TO PRNTODAY
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM RESULTHEADS.

       1000-IMPORT-ONE-RESULT.
           READ SKIPRESULTS
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE SKR-BATCH TO SKB-BATCH
           PERFORM 8000-FIND-BATCH
           IF WS-BATCH-HIT > ZERO
               ADD 1 TO WS-BT-RETURNED(WS-BATCH-HIT)
           END-IF
           MOVE SPACES TO WS-RESULT-NOTE
           MOVE SPACES TO WS-ADDED-WHAT
           IF NOT SKR-LOCATED
               MOVE "Not located" TO WS-RESULT-NOTE
           ELSE
               PERFORM 1100-APPLY-LOCATED
           END-IF
           PERFORM 1900-PRINT-RESULT.

       1100-APPLY-LOCATED.
           MOVE SKR-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ
           IF NOT WS-CUSTOMER-FOUND
               MOVE "Customer not on file" TO WS-RESULT-NOTE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOCATED-COUNT
           IF WS-BATCH-HIT > ZERO
               ADD 1 TO WS-BT-LOCATED(WS-BATCH-HIT)
           END-IF
           IF SKR-STREET NOT = SPACES AND SKR-ZIP NOT = SPACES
               PERFORM 1200-ADD-ADDRESS
           END-IF
           IF SKR-PHONE NOT = SPACES
               PERFORM 1300-ADD-PHONE
           END-IF
           IF WS-ADDED-WHAT = SPACES
               IF WS-RESULT-NOTE = SPACES
                   MOVE "Located details already on file"
                       TO WS-RESULT-NOTE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 1400-WRITE-SKIP-NOTE
           IF WS-QUEUE-AVAILABLE
               PERFORM 1500-NOTE-QUEUE-ENTRY
           END-IF
           IF WS-RESULT-NOTE = SPACES
               STRING "Added " DELIMITED BY SIZE
                   WS-ADDED-WHAT DELIMITED BY SIZE
                   " unverified" DELIMITED BY SIZE
                   INTO WS-RESULT-NOTE
           END-IF.

       1200-ADD-ADDRESS.
           MOVE 'A' TO WS-SCAN-TYPE
           PERFORM 1600-SCAN-RECORDS
           IF WS-ALREADY-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HIGH-SEQ = 99
               MOVE "No free address sequence" TO WS-RESULT-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUSTOMERDATA
           MOVE SKR-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           ADD 1 TO WS-HIGH-SEQ GIVING CA-SEQ
           MOVE SKR-STREET TO CA-STREET
           MOVE SKR-CITY TO CA-CITY
           MOVE SKR-STATE TO CA-STATE
           MOVE SKR-ZIP TO CA-ZIP
           SET CA-USAGE-MAILING TO TRUE
           SET CA-ADDR-UNVERIFIED TO TRUE
           MOVE ZERO TO CA-RETURNED-DATE
           MOVE ZERO TO CA-SEASON-FROM
           MOVE ZERO TO CA-SEASON-TO
           MOVE ZERO TO CA-MOVED-DATE
           WRITE CUSTOMER-ADDRESS-REC
               INVALID KEY
                   MOVE "Address could not be added" TO WS-RESULT-NOTE
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
                   ADD 1 TO WS-ADDRESS-ADDED
                   MOVE "address" TO WS-ADDED-WHAT
           END-WRITE.

       1300-ADD-PHONE.
           MOVE 'P' TO WS-SCAN-TYPE
           PERFORM 1600-SCAN-RECORDS
           IF WS-ALREADY-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HIGH-SEQ = 99
               MOVE "No free phone sequence" TO WS-RESULT-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUSTOMERDATA
           MOVE SKR-IDNUM TO CP-IDNUM
           MOVE 'P' TO CP-REC-TYPE
           ADD 1 TO WS-HIGH-SEQ GIVING CP-SEQ
           MOVE SKR-PHONE TO CP-PHONE
           MOVE SKR-PHONE-TYPE TO CP-USAGE
           IF NOT CP-USAGE-HOME AND NOT CP-USAGE-WORK
               AND NOT CP-USAGE-MOBILE
               SET CP-USAGE-HOME TO TRUE
           END-IF
           SET CP-UNVERIFIED TO TRUE
           WRITE CUSTOMER-PHONE-REC
               INVALID KEY
                   MOVE "Phone could not be added" TO WS-RESULT-NOTE
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
                   ADD 1 TO WS-PHONE-ADDED
                   IF WS-ADDED-WHAT = SPACES
                       MOVE "phone" TO WS-ADDED-WHAT
                   ELSE
                       MOVE "address and phone" TO WS-ADDED-WHAT
                   END-IF
           END-WRITE.

       1400-WRITE-SKIP-NOTE.
           MOVE SKR-IDNUM TO CN-IDNUM
           MOVE 'N' TO CN-REC-TYPE
           MOVE ZERO TO CN-SEQ
           MOVE WS-TODAY TO CN-NOTE-DATE
           MOVE SPACES TO CN-NOTE-TEXT
           STRING "SKIP TRACE BATCH " DELIMITED BY SIZE
               SKR-BATCH DELIMITED BY SIZE
               " LOCATED " DELIMITED BY SIZE
               WS-ADDED-WHAT DELIMITED BY "  "
               " - UNVERIFIED SKIP RESULT" DELIMITED BY SIZE
               INTO CN-NOTE-TEXT
           MOVE 'N' TO WS-NOTE-WRITTEN-SWITCH
           PERFORM 1410-WRITE-NOTE-NEXT-SEQ
               UNTIL WS-NOTE-WRITTEN OR CN-SEQ > 98.

       1410-WRITE-NOTE-NEXT-SEQ.
           WRITE CUSTOMER-NOTE-REC
               INVALID KEY
                   ADD 1 TO CN-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NOTE-WRITTEN-SWITCH
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

      *> The collector works from the queue, so an entry for the
      *> customer is flagged SKP and put back to open; a promise
      *> already standing is left alone.
       1500-NOTE-QUEUE-ENTRY.
           MOVE SKR-IDNUM TO CQ-IDNUM
           READ QUEUEFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CQ-CLOSED OR CQ-PROMISED
               EXIT PARAGRAPH
           END-IF
           MOVE "SKP" TO CQ-OUTCOME
           SET CQ-OPEN TO TRUE
           REWRITE COLLECTIONRECORD
               INVALID KEY
                   MOVE "Queue entry not updated" TO WS-RESULT-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-QUEUE-NOTED
           END-REWRITE.

      *> Reads the customer's address or phone records to find the
      *> highest sequence in use and whether the located street and
      *> ZIP, or the located number, is already on file.
       1600-SCAN-RECORDS.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE 'N' TO WS-ON-FILE-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE SKR-IDNUM TO IDNUM
           MOVE WS-SCAN-TYPE TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 1610-CHECK-ONE-RECORD UNTIL WS-SCAN-EOF.

       1610-CHECK-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF WS-SCAN-EOF
               EXIT PARAGRAPH
           END-IF
           IF IDNUM NOT = SKR-IDNUM OR REC-TYPE NOT = WS-SCAN-TYPE
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE REC-SEQ TO WS-HIGH-SEQ
           IF REC-IS-ADDRESS AND CA-STREET = SKR-STREET
               AND CA-ZIP = SKR-ZIP
               SET WS-ALREADY-ON-FILE TO TRUE
           END-IF
           IF REC-IS-PHONE AND CP-PHONE = SKR-PHONE
               SET WS-ALREADY-ON-FILE TO TRUE
           END-IF.

       1900-PRINT-RESULT.
           MOVE SKR-IDNUM TO PRNIDNUM
           MOVE SKR-BATCH TO PRNBATCH
           MOVE SKR-RESULT TO PRNRESULT
           MOVE SKR-STREET TO PRNSTREET
           MOVE SKR-CITY TO PRNCITY
           MOVE SKR-STATE TO PRNSTATE
           MOVE SKR-ZIP TO PRNZIP
           MOVE SKR-PHONE TO PRNPHONE
           MOVE WS-RESULT-NOTE TO PRNNOTE
           WRITE PRINTLINE FROM RESULTLINE.

       2000-PRINT-TOTALS.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Results read" TO PRNTOTALNAME
           MOVE WS-READ-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Customers located" TO PRNTOTALNAME
           MOVE WS-LOCATED-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "  addresses added" TO PRNTOTALNAME
           MOVE WS-ADDRESS-ADDED TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "  phones added" TO PRNTOTALNAME
           MOVE WS-PHONE-ADDED TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "  queue entries flagged SKP" TO PRNTOTALNAME
           MOVE WS-QUEUE-NOTED TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Customer not on file" TO PRNTOTALNAME
           MOVE WS-REJECTED-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Hit rate by extract batch" TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM BATCHHEADS
           PERFORM 2100-PRINT-ONE-BATCH
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.

      *> Only batches with results in this file are shown; the rate
      *> is located accounts over accounts sent in the batch.
       2100-PRINT-ONE-BATCH.
           IF WS-BT-RETURNED(WS-BATCH-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BT-BATCH(WS-BATCH-IDX) TO PRNBTBATCH
           MOVE WS-BT-SENT(WS-BATCH-IDX) TO PRNBTSENT
           MOVE WS-BT-RETURNED(WS-BATCH-IDX) TO PRNBTRETURNED
           MOVE WS-BT-LOCATED(WS-BATCH-IDX) TO PRNBTLOCATED
           IF WS-BT-SENT(WS-BATCH-IDX) > ZERO
               COMPUTE WS-HIT-RATE ROUNDED =
                   WS-BT-LOCATED(WS-BATCH-IDX) * 100
                   / WS-BT-SENT(WS-BATCH-IDX)
           ELSE
               MOVE ZERO TO WS-HIT-RATE
           END-IF
           MOVE WS-HIT-RATE TO PRNBTRATE
           WRITE PRINTLINE FROM BATCHLINE.

      *> Finds the batch in SKB-BATCH, adding it when it is new;
      *> WS-BATCH-HIT is zero only when the table is full.
       8000-FIND-BATCH.
           MOVE ZERO TO WS-BATCH-HIT
           PERFORM 8010-MATCH-ONE-BATCH
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                   OR WS-BATCH-HIT > ZERO
           IF WS-BATCH-HIT = ZERO AND WS-BATCH-COUNT < 50
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-HIT
               MOVE SKB-BATCH TO WS-BT-BATCH(WS-BATCH-HIT)
               MOVE ZERO TO WS-BT-SENT(WS-BATCH-HIT)
               MOVE ZERO TO WS-BT-RETURNED(WS-BATCH-HIT)
               MOVE ZERO TO WS-BT-LOCATED(WS-BATCH-HIT)
           END-IF.

       8010-MATCH-ONE-BATCH.
           IF WS-BT-BATCH(WS-BATCH-IDX) = SKB-BATCH
               MOVE WS-BATCH-IDX TO WS-BATCH-HIT
           END-IF.

       9510-JOURNAL-WRITE.
           MOVE 'W' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
