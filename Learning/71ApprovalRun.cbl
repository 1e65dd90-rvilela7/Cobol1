               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT TRANSFERFILE ASSIGN TO "files/BalanceTransfers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BT-KEY
               FILE STATUS IS WS-BT-STATUS.
           SELECT WAIVERFILE ASSIGN TO "files/Waivers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WV-KEY
               FILE STATUS IS WS-WV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CustomerRecord.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD TRANSFERFILE.
       COPY "BalanceTransfer.cpy".

       FD WAIVERFILE.
       COPY "Waiver.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IH-STATUS PIC XX.
       01 WS-BT-STATUS PIC XX.
       01 WS-WV-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "UPD".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "APPROVAL  ".
       01 WS-WAIVER-MOVE-TYPE PIC X(3).
       01 WS-WAIVER-OWED PIC S9(7)V99.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-GL-RUN-TYPE PIC X(3).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "APPROVAL  ".
       01 WS-JRN-ACTION PIC X.
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-PN-STATUS PIC XX.
       01 WS-PW-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
                   PND-REFERENCE " for " WS-NEW-EDIT
                   " entered by " PND-MAKER " at " PND-TIMESTAMP
           ELSE
           IF PND-IS-TRANSFER
               DISPLAY "Customer " PND-IDNUM " balance transfer "
                   PND-REFERENCE " for " WS-NEW-EDIT
                   " entered by " PND-MAKER " at " PND-TIMESTAMP
           ELSE
           IF PND-IS-WAIVER
               DISPLAY "Customer " PND-IDNUM " fee/interest waiver "
                   PND-REFERENCE " for " WS-NEW-EDIT
                   " entered by " PND-MAKER " at " PND-TIMESTAMP
           ELSE
           IF PND-IS-LIMIT
               DISPLAY "Customer " PND-IDNUM " credit limit "
                   WS-OLD-EDIT " -> " WS-NEW-EDIT " entered by "
                   " at " PND-TIMESTAMP
           END-IF
           END-IF
           END-IF
           END-IF
           IF PND-MAKER = WS-CHECKER-ID
               DISPLAY "  Maker cannot approve their own adjustment "
                   "- left pending"
                   PERFORM 3000-APPLY-ADJUSTMENT
               ELSE
                   IF WS-REPLY-REJECT
                       IF PND-IS-TRANSFER
                           PERFORM 3610-REJECT-HELD-TRANSFER
                       END-IF
                       IF PND-IS-WAIVER
                           PERFORM 3710-REJECT-HELD-WAIVER
                       END-IF
                       SET PND-REJECTED TO TRUE
                       MOVE WS-CHECKER-ID TO PND-CHECKER
                       ADD 1 TO WS-REJECTED-COUNT
               PERFORM 3500-RELEASE-HELD-MEMO
               EXIT PARAGRAPH
           END-IF
           IF PND-IS-TRANSFER
               PERFORM 3600-RELEASE-HELD-TRANSFER
               EXIT PARAGRAPH
           END-IF
           IF PND-IS-WAIVER
               PERFORM 3700-APPLY-HELD-WAIVER
               EXIT PARAGRAPH
           END-IF
           MOVE PND-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           END-READ
           CLOSE INVOICEFILE.

      *> Approving a balance transfer releases it the same way;
      *> TransferPost posts both sides when it next runs.
       3600-RELEASE-HELD-TRANSFER.
           OPEN I-O TRANSFERFILE
           IF WS-BT-STATUS NOT = "00"
               DISPLAY "  Transfer file unavailable - transfer left "
                   "pending"
               EXIT PARAGRAPH
           END-IF
           MOVE PND-REFERENCE TO BT-NUMBER
           READ TRANSFERFILE
               INVALID KEY
                   DISPLAY "  Transfer " PND-REFERENCE
                       " no longer on file - left pending"
               NOT INVALID KEY
                   IF BT-HELD
                       SET BT-OPEN TO TRUE
                       MOVE WS-CHECKER-ID TO BT-CHECKER
                       REWRITE TRANSFERRECORD
                           INVALID KEY
                               DISPLAY "  Transfer rewrite failed - "
                                   "left pending"
                           NOT INVALID KEY
                               SET PND-APPROVED TO TRUE
                               MOVE WS-CHECKER-ID TO PND-CHECKER
                               ADD 1 TO WS-APPROVED-COUNT
                               PERFORM 4000-LOG-DECISION
                               DISPLAY "  Balance transfer "
                                   PND-REFERENCE " released for "
                                   "posting"
                       END-REWRITE
                   ELSE
                       DISPLAY "  Transfer " PND-REFERENCE
                           " is not held - nothing to release"
                   END-IF
           END-READ
           CLOSE TRANSFERFILE.

      *> A rejected transfer is closed off so TransferPost never
      *> picks it up.
       3610-REJECT-HELD-TRANSFER.
           OPEN I-O TRANSFERFILE
           IF WS-BT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PND-REFERENCE TO BT-NUMBER
           READ TRANSFERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BT-HELD
                       SET BT-REJECTED TO TRUE
                       MOVE WS-CHECKER-ID TO BT-CHECKER
                       REWRITE TRANSFERRECORD
                           INVALID KEY
                               DISPLAY "  Transfer rewrite failed"
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE TRANSFERFILE.

      *> A waiver over the maker's authority is applied as soon as it
      *> is approved. Anything paid or waived since it was entered
      *> may have brought down what is owed, so it never takes the
      *> fee or interest balance past zero.
       3700-APPLY-HELD-WAIVER.
           OPEN I-O WAIVERFILE
           IF WS-WV-STATUS NOT = "00"
               DISPLAY "  Waiver file unavailable - waiver left "
                   "pending"
               EXIT PARAGRAPH
           END-IF
           MOVE PND-REFERENCE TO WV-NUMBER
           READ WAIVERFILE
               INVALID KEY
                   DISPLAY "  Waiver " PND-REFERENCE
                       " no longer on file - left pending"
               NOT INVALID KEY
                   IF WV-HELD
                       PERFORM 3720-POST-HELD-WAIVER
                   ELSE
                       DISPLAY "  Waiver " PND-REFERENCE
                           " is not held - nothing to apply"
                   END-IF
           END-READ
           CLOSE WAIVERFILE.

       3710-REJECT-HELD-WAIVER.
           OPEN I-O WAIVERFILE
           IF WS-WV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PND-REFERENCE TO WV-NUMBER
           READ WAIVERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WV-HELD
                       SET WV-REJECTED TO TRUE
                       MOVE WS-CHECKER-ID TO WV-CHECKER
                       REWRITE WAIVERRECORD
                           INVALID KEY
                               DISPLAY "  Waiver rewrite failed"
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE WAIVERFILE.

       3720-POST-HELD-WAIVER.
           MOVE WV-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "  Customer " WV-IDNUM
                       " no longer on file - left pending"
                   EXIT PARAGRAPH
           END-READ
           IF WV-WAIVE-FEES
               COMPUTE WS-WAIVER-OWED = CUST-FEE-BAL * -1
               MOVE "WVF" TO WS-WAIVER-MOVE-TYPE
           ELSE
               COMPUTE WS-WAIVER-OWED = CUST-INT-BAL * -1
               MOVE "WVI" TO WS-WAIVER-MOVE-TYPE
           END-IF
           IF WS-WAIVER-OWED NOT > ZERO
               DISPLAY "  Nothing is owed to waive any more - "
                   "reject the waiver instead"
               EXIT PARAGRAPH
           END-IF
           IF WV-AMOUNT > WS-WAIVER-OWED
               MOVE WS-WAIVER-OWED TO WV-AMOUNT
               MOVE WV-AMOUNT TO WS-NEW-EDIT
               DISPLAY "  Only " WS-NEW-EDIT " is still owed - "
                   "waiver cut to that"
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WV-AMOUNT TO BALANCE
           IF WV-WAIVE-FEES
               ADD WV-AMOUNT TO CUST-FEE-BAL
           ELSE
               ADD WV-AMOUNT TO CUST-INT-BAL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "  Rewrite failed - left pending"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER
           MOVE WV-AMOUNT TO WS-MOVE-AMOUNT
           CALL 'HistoryLog' USING IDNUM, WS-WAIVER-MOVE-TYPE,
               WS-HIST-PROGRAM, WS-MOVE-AMOUNT, WS-BALANCE-BEFORE,
               BALANCE
           MOVE WS-WAIVER-MOVE-TYPE TO WS-GL-RUN-TYPE
           MOVE WV-AMOUNT TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-TODAY-DATE,
               WS-GL-AMOUNT
           SET WV-APPLIED TO TRUE
           MOVE WS-CHECKER-ID TO WV-CHECKER
           MOVE WS-TODAY-DATE TO WV-APPLIED-DATE
           REWRITE WAIVERRECORD
               INVALID KEY
                   DISPLAY "  Waiver rewrite failed"
           END-REWRITE
           SET PND-APPROVED TO TRUE
           MOVE WS-CHECKER-ID TO PND-CHECKER
           ADD 1 TO WS-APPROVED-COUNT
           PERFORM 4000-LOG-DECISION
           DISPLAY "  Waiver " PND-REFERENCE " applied".

       4000-LOG-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDITLINE
               " CHECKER " DELIMITED BY SIZE
               PND-CHECKER DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

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
