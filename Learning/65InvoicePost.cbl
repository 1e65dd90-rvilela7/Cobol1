           SELECT CUSTOMERAUDIT ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT SCHEDULEFILE ASSIGN TO "files/RevenueSchedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RVS-INV-NUMBER
               FILE STATUS IS WS-SC-STATUS.
           SELECT MOVEMENTFILE ASSIGN TO
               "files/DeferredRevenue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.
           SELECT APPLICATIONFILE ASSIGN TO
               "files/CashApplications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CustomerRecord.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       FD SCHEDULEFILE.
       COPY "RevenueSchedule.cpy".

       FD MOVEMENTFILE.
       COPY "RevenueMovement.cpy".

       FD APPLICATIONFILE.
       COPY "CashApplication.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CA-STATUS PIC XX.
           02 WS-AT-MM PIC 9(2).
           02 WS-AT-DD PIC 9(2).
           02 FILLER PIC X(13).

       COPY "LogChain.cpy".
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-MEMO-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-MEMO-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-MEMO-NUMBER PIC 9(7).
       01 WS-PROMO-TODAY PIC 9(8).
       01 WS-DEFERRED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DEFERRED-CREDIT PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SCHEDULE-REMAINING PIC S9(7)V99.
       01 WS-SCHEDULE-APPLIED PIC S9(7)V99.
       01 WS-HAVE-SCHEDULES PIC X VALUE 'N'.
           88 WS-SCHEDULE-FILE-OPEN VALUE 'Y'.

       01 WS-FX-DATE PIC 9(8).
       01 WS-FX-RATE PIC 9(3)V9(6).
       01 WS-FX-RESULT PIC X.
           88 WS-FX-RATE-FOUND VALUE 'Y'.
       01 WS-MEMO-FOREIGN PIC S9(9)V99.

       01 WS-PTS-ACTION PIC X.
       01 WS-PTS-AMOUNT PIC S9(9)V99.
       01 WS-PTS-POINTS PIC S9(9).

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "INV".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "INVOICEPST".

       01 WS-PERIOD-ACTION PIC X VALUE 'C'.
       01 WS-PERIOD-REF PIC X(12).
       01 WS-PERIOD-RESULT PIC X.
           88 WS-ITEM-REJECTED VALUE 'J'.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "INVOICEPST".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).

       01 WS-IH-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-SC-STATUS PIC XX.
       01 WS-MV-STATUS PIC XX.
       01 WS-AP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE WS-CA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN EXTEND APPLICATIONFILE
           IF WS-AP-STATUS = "35"
               OPEN OUTPUT APPLICATIONFILE
           END-IF
           IF WS-AP-STATUS NOT = "00"
               MOVE "APPLICATIONFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 0100-OPEN-REVENUE-SCHEDULES
           PERFORM 1000-POST-ONE-INVOICE UNTIL WSEOF
           CLOSE INVOICEFILE
           CLOSE CUSTOMERFILE
           CLOSE CUSTOMERAUDIT
           CLOSE APPLICATIONFILE
           IF WS-SCHEDULE-FILE-OPEN
               CLOSE SCHEDULEFILE
               CLOSE MOVEMENTFILE
           END-IF
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
           MOVE FUNCTION CURRENT-DATE TO WS-GL-DATE-AREA
           MOVE WS-GL-CD-DATE TO WS-GL-POST-DATE
      *> The tax portion goes to its own liability account; only the
      *> goods portion is credited to sales. Charges billed in
      *> advance go to deferred revenue instead, and a memo against
      *> one comes out of what is still deferred before sales.
           COMPUTE WS-SALES-PORTION =
               WS-POSTED-TOTAL - WS-TAX-TOTAL - WS-DEFERRED-TOTAL
           MOVE WS-SALES-PORTION TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           MOVE "TAX" TO WS-GL-RUN-TYPE
           MOVE WS-TAX-TOTAL TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           MOVE "DFR" TO WS-GL-RUN-TYPE
           MOVE WS-DEFERRED-TOTAL TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           MOVE "CRM" TO WS-GL-RUN-TYPE
           COMPUTE WS-GL-AMOUNT = WS-MEMO-TOTAL - WS-DEFERRED-CREDIT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           MOVE "DFC" TO WS-GL-RUN-TYPE
           MOVE WS-DEFERRED-CREDIT TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           DISPLAY "Invoice posting complete - " WS-POSTED-COUNT
               " credit memos), " WS-SKIPPED-COUNT " skipped"
           GOBACK.

       0100-OPEN-REVENUE-SCHEDULES.
           OPEN I-O SCHEDULEFILE
           IF WS-SC-STATUS = "00"
               OPEN EXTEND MOVEMENTFILE
               IF WS-MV-STATUS = "35"
                   OPEN OUTPUT MOVEMENTFILE
               END-IF
               IF WS-MV-STATUS = "00"
                   MOVE 'Y' TO WS-HAVE-SCHEDULES
               ELSE
                   DISPLAY "MOVEMENTFILE STATUS " WS-MV-STATUS
                       " - advance billing posted to sales"
                   CLOSE SCHEDULEFILE
               END-IF
           END-IF.

       1000-POST-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               PERFORM 2000-APPLY-INVOICE
           END-IF.

      *> A document dated into a month already closed is left open
      *> and skipped, or re-dated into the first open month, by the
      *> rule on the period control file.
       2000-APPLY-INVOICE.
           MOVE INV-NUMBER TO WS-PERIOD-REF
           CALL 'PeriodCheck' USING WS-PERIOD-ACTION, WS-HIST-PROGRAM,
               WS-PERIOD-REF, INV-DATE, WS-PERIOD-RESULT
           IF WS-ITEM-REJECTED
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Invoice " INV-NUMBER " skipped - dated "
                   INV-DATE " in a closed period"
               EXIT PARAGRAPH
           END-IF
           IF NOT INV-HOME-CURRENCY
               PERFORM 2020-CONVERT-TO-HOME
               IF NOT WS-FX-RATE-FOUND
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "Invoice " INV-NUMBER " skipped - no "
                       INV-CURRENCY " exchange rate for " WS-FX-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE INV-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
                       "customer " INV-IDNUM " not on file"
               NOT INVALID KEY
                   PERFORM 2050-FOLLOW-MERGE-CHAIN
                   IF CUST-INACTIVE OR CUST-CLOSED
                       ADD 1 TO WS-SKIPPED-COUNT
                       DISPLAY "Invoice " INV-NUMBER " skipped - "
                           "customer " INV-IDNUM " inactive or closed"
                   ELSE
                       PERFORM 2100-CHARGE-CUSTOMER
                   END-IF
           END-READ.

      *> A foreign-currency document reaches the balance in home
      *> currency: an invoice at the rate for the posting date, a
      *> memo at the rate its original invoice was posted at. The
      *> document amount is kept as the foreign total and the header
      *> amounts become home amounts from here on.
       2020-CONVERT-TO-HOME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FX-DATE
           IF INV-IS-CREDIT-MEMO AND INV-FX-RATE > ZERO
               MOVE INV-FX-RATE TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-RESULT
           ELSE
               CALL 'FxRate' USING INV-CURRENCY, WS-FX-DATE,
                   WS-FX-RATE, WS-FX-RESULT
           END-IF
           IF NOT WS-FX-RATE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FX-RATE TO INV-FX-RATE
           MOVE INV-TOTAL TO INV-FOREIGN-TOTAL
           MOVE ZERO TO INV-FOREIGN-PAID
           COMPUTE INV-TOTAL ROUNDED = INV-FOREIGN-TOTAL * WS-FX-RATE
           COMPUTE INV-TAX-AMOUNT ROUNDED =
               INV-TAX-AMOUNT * WS-FX-RATE
           COMPUTE INV-EXEMPT-AMOUNT ROUNDED =
               INV-EXEMPT-AMOUNT * WS-FX-RATE.

      *> An invoice for a merged-away account follows the
      *> CUST-MERGED-TO chain and charges the surviving account,
      *> with the redirect written to the audit log.
               IDNUM DELIMITED BY SIZE
               " (MERGED)" DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

      *> A credit memo posts as a negative: the balance is credited,
                           DISPLAY "Invoice " INV-NUMBER
                               " status rewrite failed"
                   END-REWRITE
                   IF NOT CUST-CHARGED-OFF
                       PERFORM 2600-POST-REWARDS-POINTS
                   END-IF
                   IF INV-IS-CREDIT-MEMO
                       PERFORM 2200-APPLY-MEMO-TO-ORIGINAL
                   END-IF
                   IF WS-SCHEDULE-FILE-OPEN
                       IF INV-IS-CREDIT-MEMO
                           PERFORM 2400-REDUCE-REVENUE-SCHEDULE
                       ELSE
                           PERFORM 2300-START-REVENUE-SCHEDULE
                       END-IF
                   END-IF
           END-REWRITE.

       2200-APPLY-MEMO-TO-ORIGINAL.
           MOVE INV-NUMBER TO WS-MEMO-NUMBER
           MOVE INV-FOREIGN-TOTAL TO WS-MEMO-FOREIGN
           MOVE INV-ORIG-NUMBER TO INV-NUMBER
           READ INVOICEFILE
               INVALID KEY
                       "invoice not on file"
               NOT INVALID KEY
                   ADD WS-MOVE-AMOUNT TO INV-PAID-AMOUNT
                   IF INV-HOME-CURRENCY
                       IF INV-PAID-AMOUNT >= INV-TOTAL
                           SET INV-SETTLED TO TRUE
                       END-IF
                   ELSE
                       ADD WS-MEMO-FOREIGN TO INV-FOREIGN-PAID
                       IF INV-FOREIGN-PAID >= INV-FOREIGN-TOTAL
                           SET INV-SETTLED TO TRUE
                       END-IF
                   END-IF
                   IF INV-SETTLED AND INV-PROMO-DEFERRING
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-PROMO-TODAY
                       IF WS-PROMO-TODAY NOT > INV-PROMO-END-DATE
                           SET INV-PROMO-DROPPED TO TRUE
                       END-IF
                   END-IF
                   REWRITE INVOICEHEADER
                       INVALID KEY
                           DISPLAY "Original invoice rewrite "
                               "failed for memo " WS-MEMO-NUMBER
                       NOT INVALID KEY
                           PERFORM 2250-RECORD-MEMO-CHARGEBACK
                   END-REWRITE
           END-READ
           MOVE WS-MEMO-NUMBER TO INV-NUMBER
               INVALID KEY CONTINUE
           END-READ.

      *> Credit given against an invoice with a sales rep on it is
      *> charged back against the rep's commission by the monthly
      *> commission run.
       2250-RECORD-MEMO-CHARGEBACK.
           IF INV-REP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAP-DATE
           MOVE INV-NUMBER TO CAP-INV-NUMBER
           MOVE INV-IDNUM TO CAP-IDNUM
           MOVE INV-REP-CODE TO CAP-REP-CODE
           SET CAP-IS-MEMO TO TRUE
           MOVE WS-MOVE-AMOUNT TO CAP-AMOUNT
           MOVE WS-HIST-PROGRAM TO CAP-PROGRAM
           WRITE CASHAPPLICATION.

      *> An advance-billed invoice's schedule starts once the
      *> invoice reaches the balance; its charge is then deferred,
      *> in home currency at the invoice's rate when billed abroad.
       2300-START-REVENUE-SCHEDULE.
           MOVE INV-NUMBER TO RVS-INV-NUMBER
           READ SCHEDULEFILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT RVS-UNPOSTED
               EXIT PARAGRAPH
           END-IF
           SET RVS-ACTIVE TO TRUE
           IF NOT INV-HOME-CURRENCY
               COMPUTE RVS-AMOUNT ROUNDED = RVS-AMOUNT * INV-FX-RATE
           END-IF
           REWRITE REVSCHEDULERECORD
               INVALID KEY
                   DISPLAY "Revenue schedule rewrite failed for "
                       "invoice " INV-NUMBER
               NOT INVALID KEY
                   ADD RVS-AMOUNT TO WS-DEFERRED-TOTAL
                   MOVE "BIL" TO RVM-TYPE
                   MOVE RVS-AMOUNT TO RVM-AMOUNT
                   PERFORM 2500-WRITE-REVENUE-MOVEMENT
           END-REWRITE.

      *> A memo against an advance-billed invoice reduces what is
      *> left to recognize; any excess over that was already earned
      *> and comes off sales in the usual way. The remaining months
      *> then spread the smaller balance.
       2400-REDUCE-REVENUE-SCHEDULE.
           MOVE INV-ORIG-NUMBER TO RVS-INV-NUMBER
           READ SCHEDULEFILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT RVS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCHEDULE-REMAINING =
               RVS-AMOUNT - RVS-RECOGNIZED - RVS-ADJUSTED
           IF INV-TOTAL < WS-SCHEDULE-REMAINING
               MOVE INV-TOTAL TO WS-SCHEDULE-APPLIED
           ELSE
               MOVE WS-SCHEDULE-REMAINING TO WS-SCHEDULE-APPLIED
           END-IF
           IF WS-SCHEDULE-APPLIED NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD WS-SCHEDULE-APPLIED TO RVS-ADJUSTED
           IF WS-SCHEDULE-APPLIED = WS-SCHEDULE-REMAINING
               SET RVS-COMPLETE TO TRUE
           END-IF
           REWRITE REVSCHEDULERECORD
               INVALID KEY
                   DISPLAY "Revenue schedule rewrite failed for "
                       "invoice " RVS-INV-NUMBER
               NOT INVALID KEY
                   ADD WS-SCHEDULE-APPLIED TO WS-DEFERRED-CREDIT
                   MOVE "ADJ" TO RVM-TYPE
                   MOVE WS-SCHEDULE-APPLIED TO RVM-AMOUNT
                   PERFORM 2500-WRITE-REVENUE-MOVEMENT
           END-REWRITE.

       2500-WRITE-REVENUE-MOVEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RVM-DATE
           MOVE RVM-DATE(1:6) TO RVM-PERIOD
           MOVE RVS-INV-NUMBER TO RVM-INV-NUMBER
           MOVE RVS-IDNUM TO RVM-IDNUM
           MOVE WS-HIST-PROGRAM TO RVM-PROGRAM
           WRITE REVMOVEMENTRECORD.

      *> Rewards points are earned on the goods portion of an invoice
      *> in home currency; a memo takes back the points its amount
      *> earned.
       2600-POST-REWARDS-POINTS.
           IF INV-IS-CREDIT-MEMO
               MOVE 'C' TO WS-PTS-ACTION
           ELSE
               MOVE 'E' TO WS-PTS-ACTION
           END-IF
           COMPUTE WS-PTS-AMOUNT = INV-TOTAL - INV-TAX-AMOUNT
           CALL 'PointsPost' USING WS-PTS-ACTION, IDNUM, CUST-CLASS,
               WS-PTS-AMOUNT, INV-NUMBER, WS-HIST-PROGRAM,
               WS-PTS-POINTS.

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
