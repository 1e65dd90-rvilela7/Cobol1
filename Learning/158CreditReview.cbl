            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditReview.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULEFILE ASSIGN TO "files/CreditReviewRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT DISPUTEFILE ASSIGN TO "files/Disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT PLANFILE ASSIGN TO "files/PaymentPlans.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS WS-PL-STATUS.
           SELECT PENDINGFILE ASSIGN TO
               "files/PendingAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT POSTINGCONTROL ASSIGN TO "files/PostingControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT REVIEWRPT ASSIGN TO "files/CreditReview.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULEFILE.
       COPY "CreditRule.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD DISPUTEFILE.
       COPY "Dispute.cpy".

       FD PLANFILE.
       COPY "PaymentPlan.cpy".

       FD PENDINGFILE.
       COPY "PendingAdjustment.cpy".

       FD POSTINGCONTROL.
       01 POSTINGCONTROLRECORD.
           02 PC-RUN-NAME PIC X(10).
           02 PC-LAST-PERIOD PIC 9(6).

       FD REVIEWRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-PC-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-DISPUTE-EOF-SWITCH PIC X.
           88 WS-DISPUTE-EOF VALUE 'Y'.
       01 WS-HAVE-HISTORY PIC X VALUE 'N'.
           88 WS-HISTORY-OPEN VALUE 'Y'.
       01 WS-HAVE-DISPUTES PIC X VALUE 'N'.
           88 WS-DISPUTES-OPEN VALUE 'Y'.
       01 WS-HAVE-PLANS PIC X VALUE 'N'.
           88 WS-PLANS-OPEN VALUE 'Y'.

      *> Review rules, one entry per customer class.
       01 WS-RULE-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-RULE-IDX PIC 9(3) COMP-3.
       01 WS-RULE-FOUND PIC 9(3) COMP-3.
       01 WS-RULE-TABLE.
           02 WS-RULE-ENTRY OCCURS 10 TIMES.
               03 WS-RU-CLASS PIC X.
               03 WS-RU-INC-GRADE PIC X.
               03 WS-RU-INC-UTIL PIC 9(3).
               03 WS-RU-INC-CLEAN PIC 9(3).
               03 WS-RU-INC-PCT PIC 9(3).
               03 WS-RU-MAX-LIMIT PIC 9(7)V99.
               03 WS-RU-DEC-GRADE PIC X.
               03 WS-RU-DEC-LATE PIC 9(3).
               03 WS-RU-DEC-PCT PIC 9(3).
               03 WS-RU-MIN-LIMIT PIC 9(7)V99.
       01 WS-REVIEW-CLASS PIC X.

      *> Customers that already have a limit change awaiting approval
      *> are left alone so the checker never sees two at once.
       01 WS-HELD-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-HELD-IDX PIC 9(4) COMP-3.
       01 WS-HELD-TABLE.
           02 WS-HELD-IDNUM PIC 9(7) OCCURS 1000 TIMES.
       01 WS-ALREADY-SWITCH PIC X.
           88 WS-ALREADY-PENDING VALUE 'Y'.

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           02 WS-TODAY-YYYY PIC 9(4).
           02 WS-TODAY-MM PIC 99.
           02 WS-TODAY-DD PIC 99.
       01 WS-TODAY-MONTHS PIC 9(6) COMP-3.
       01 WS-LATE-MONTHS-NUM PIC 9(6) COMP-3.
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-QUARTER-NUM PIC 9.
       01 WS-QUARTER-MONTH PIC 99.
       01 WS-POSTED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OTHER-CONTROLS.
           02 WS-OC-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           02 WS-OC-ENTRY OCCURS 20 TIMES.
               03 WS-OC-NAME PIC X(10).
               03 WS-OC-PERIOD PIC 9(6).
       01 WS-OC-IDX PIC 9(3) COMP-3.

       01 WS-LAST-LATE-DATE PIC 9(8).
       01 WS-LATE-PARTS REDEFINES WS-LAST-LATE-DATE.
           02 WS-LATE-YYYY PIC 9(4).
           02 WS-LATE-MM PIC 99.
           02 WS-LATE-DD PIC 99.
       01 WS-MONTHS-CLEAN PIC 9(3).
       01 WS-UTILIZATION PIC 9(5).
       01 WS-AMOUNT-OWED PIC 9(7)V99.
       01 WS-NEW-LIMIT PIC 9(7)V99.
       01 WS-PROPOSAL PIC X.
           88 WS-PROPOSE-INCREASE VALUE 'I'.
           88 WS-PROPOSE-DECREASE VALUE 'D'.
           88 WS-PROPOSE-NOTHING VALUE 'N'.
       01 WS-REASON PIC X(22).
       01 WS-OPEN-DISPUTE-SWITCH PIC X.
           88 WS-HAS-OPEN-DISPUTE VALUE 'Y'.
       01 WS-PLAN-STATE PIC X.
           88 WS-NO-PLAN VALUE 'N'.
           88 WS-PLAN-RUNNING VALUE 'A'.
           88 WS-PLAN-BROKEN VALUE 'B'.

       01 WS-REVIEWED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-INCREASE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-DECREASE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-HOLD-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PENDING-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-NO-RULE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ESTATE-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-INCREASE-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DECREASE-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-STAY-PROGRAM PIC X(10) VALUE "CREDITRVW ".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-ESTATE-FROZEN VALUE 'Y'.
       01 WS-ESTATE-IDNUM PIC 9(7).

       01 WS-QUEUE-DOC PIC X(4) VALUE "ADVA".
       01 WS-QUEUE-CHANNEL PIC X.

       01 PAGEHEADING.
           02 FILLER PIC X(30) VALUE "Credit line review for quarter".
           02 FILLER PIC X VALUE SPACE.
           02 PRNPERIOD PIC 9(6).
           02 FILLER PIC X(8) VALUE "  run on".
           02 FILLER PIC X VALUE SPACE.
           02 PRNTODAY PIC 9(8).
       01 HEADS PIC X(100) VALUE
           "IDNum   Cl Gr  Current limit Util% Clean Act     New limit  Reason".
       01 REVIEWLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCLASS PIC X.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNGRADE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PRNOLDLIMIT PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNUTIL PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCLEAN PIC ZZ9.
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNACTION PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PRNNEWLIMIT PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREASON PIC X(22).
       01 FOOTINGLINE1.
           02 FILLER PIC X(22) VALUE "Accounts reviewed:    ".
           02 PRNREVIEWED PIC ZZZZ9.
       01 FOOTINGLINE2.
           02 FILLER PIC X(22) VALUE "Increases proposed:   ".
           02 PRNINCREASES PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE "  for ".
           02 PRNINCTOTAL PIC $$$,$$$,$$9.99.
       01 FOOTINGLINE3.
           02 FILLER PIC X(22) VALUE "Decreases proposed:   ".
           02 PRNDECREASES PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE "  for ".
           02 PRNDECTOTAL PIC $$$,$$$,$$9.99.
       01 FOOTINGLINE4.
           02 FILLER PIC X(22) VALUE "Held - dispute/plan:  ".
           02 PRNHELD PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE "  already pending:    ".
           02 PRNPENDSKIP PIC ZZZZ9.
       01 FOOTINGLINE5.
           02 FILLER PIC X(22) VALUE "Skipped - no rule:    ".
           02 PRNNORULE PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE "  stay or estate:     ".
           02 PRNSTAYESTATE PIC ZZZZ9.

       01 WS-RL-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-PN-STATUS PIC XX.
       01 WS-PC-STATUS PIC XX.
       01 WS-RR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Quarterly credit line review. Every active account with a
      *> limit is measured against the rule for its class: risk grade,
      *> how much of the limit is in use, and how many months since
      *> the last late payment (a returned payment or a reversal on
      *> the history file). Deteriorating accounts are proposed a
      *> decrease and sent an adverse action notice; accounts in good
      *> standing that use their line are proposed an increase unless
      *> a dispute or payment plan is open. Proposals go to the
      *> pending adjustments file as limit changes, so nothing is
      *> applied until a checker approves it in the approval run.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-MONTHS =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM
           COMPUTE WS-QUARTER-NUM = (WS-TODAY-MM - 1) / 3
           COMPUTE WS-QUARTER-MONTH = WS-QUARTER-NUM * 3 + 1
           MOVE WS-TODAY-YYYY TO WS-CURRENT-PERIOD(1:4)
           MOVE WS-QUARTER-MONTH TO WS-CURRENT-PERIOD(5:2)
           PERFORM 0100-LOAD-RULES
           IF WS-RULE-COUNT = ZERO
               DISPLAY "No credit review rules on file - run ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-CHECK-POSTING-CONTROL
           IF WS-POSTED-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Credit review already run for quarter "
                   "starting " WS-CURRENT-PERIOD " - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0400-LOAD-PENDING-LIMITS
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-HISTORY
           END-IF
           OPEN INPUT DISPUTEFILE
           IF WS-DS-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-DISPUTES
           END-IF
           OPEN INPUT PLANFILE
           IF WS-PL-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-PLANS
           END-IF
           OPEN EXTEND PENDINGFILE
           IF WS-PN-STATUS = "35"
               OPEN OUTPUT PENDINGFILE
           END-IF
           IF WS-PN-STATUS NOT = "00"
               MOVE "PENDINGFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PN-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT REVIEWRPT
           IF WS-RR-STATUS NOT = "00"
               MOVE "REVIEWRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-CURRENT-PERIOD TO PRNPERIOD
           MOVE WS-TODAY-DATE TO PRNTODAY
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           PERFORM 1000-REVIEW-ONE-CUSTOMER UNTIL WSEOF
           PERFORM 5000-WRITE-TOTALS
           CLOSE CUSTOMERFILE
           CLOSE PENDINGFILE
           CLOSE REVIEWRPT
           IF WS-HISTORY-OPEN
               CLOSE HISTORYFILE
           END-IF
           IF WS-DISPUTES-OPEN
               CLOSE DISPUTEFILE
           END-IF
           IF WS-PLANS-OPEN
               CLOSE PLANFILE
           END-IF
           PERFORM 0300-UPDATE-POSTING-CONTROL
           DISPLAY "Credit review complete - " WS-REVIEWED-COUNT
               " reviewed, " WS-INCREASE-COUNT " increases and "
               WS-DECREASE-COUNT " decreases sent for approval"
           GOBACK.

       0100-LOAD-RULES.
           OPEN INPUT RULEFILE
           IF WS-RL-STATUS = "35"
               PERFORM 0120-SEED-RULE-FILE
               OPEN INPUT RULEFILE
           END-IF
           IF WS-RL-STATUS NOT = "00"
               DISPLAY "RULEFILE STATUS " WS-RL-STATUS
                   " - review rules not loaded"
           ELSE
               PERFORM 0110-LOAD-ONE-RULE UNTIL WSEOF
               CLOSE RULEFILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       0110-LOAD-ONE-RULE.
           READ RULEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT < 10
                       ADD 1 TO WS-RULE-COUNT
                       MOVE WS-RULE-COUNT TO WS-RULE-IDX
                       MOVE CRR-CLASS TO WS-RU-CLASS(WS-RULE-IDX)
                       MOVE CRR-INC-MAX-GRADE
                           TO WS-RU-INC-GRADE(WS-RULE-IDX)
                       MOVE CRR-INC-MIN-UTIL
                           TO WS-RU-INC-UTIL(WS-RULE-IDX)
                       MOVE CRR-INC-CLEAN-MONTHS
                           TO WS-RU-INC-CLEAN(WS-RULE-IDX)
                       MOVE CRR-INC-PCT TO WS-RU-INC-PCT(WS-RULE-IDX)
                       MOVE CRR-MAX-LIMIT
                           TO WS-RU-MAX-LIMIT(WS-RULE-IDX)
                       MOVE CRR-DEC-MIN-GRADE
                           TO WS-RU-DEC-GRADE(WS-RULE-IDX)
                       MOVE CRR-DEC-LATE-MONTHS
                           TO WS-RU-DEC-LATE(WS-RULE-IDX)
                       MOVE CRR-DEC-PCT TO WS-RU-DEC-PCT(WS-RULE-IDX)
                       MOVE CRR-MIN-LIMIT
                           TO WS-RU-MIN-LIMIT(WS-RULE-IDX)
                   END-IF
           END-READ.

      *> Starting rules for each class. Employee accounts are never
      *> raised automatically (increase percentage zero).
       0120-SEED-RULE-FILE.
           OPEN OUTPUT RULEFILE
           MOVE 'R' TO CRR-CLASS
           MOVE 'B' TO CRR-INC-MAX-GRADE
           MOVE 50 TO CRR-INC-MIN-UTIL
           MOVE 12 TO CRR-INC-CLEAN-MONTHS
           MOVE 10 TO CRR-INC-PCT
           MOVE 10000.00 TO CRR-MAX-LIMIT
           MOVE 'D' TO CRR-DEC-MIN-GRADE
           MOVE 3 TO CRR-DEC-LATE-MONTHS
           MOVE 20 TO CRR-DEC-PCT
           MOVE 500.00 TO CRR-MIN-LIMIT
           MOVE "SEED" TO CRR-UPDATED-BY
           MOVE WS-TODAY-DATE TO CRR-UPDATED-DATE
           WRITE CREDITRULERECORD
           MOVE 'C' TO CRR-CLASS
           MOVE 60 TO CRR-INC-MIN-UTIL
           MOVE 15 TO CRR-INC-PCT
           MOVE 50000.00 TO CRR-MAX-LIMIT
           MOVE 15 TO CRR-DEC-PCT
           MOVE 1000.00 TO CRR-MIN-LIMIT
           WRITE CREDITRULERECORD
           MOVE 'E' TO CRR-CLASS
           MOVE 50 TO CRR-INC-MIN-UTIL
           MOVE ZERO TO CRR-INC-PCT
           MOVE 5000.00 TO CRR-MAX-LIMIT
           MOVE 25 TO CRR-DEC-PCT
           MOVE 250.00 TO CRR-MIN-LIMIT
           WRITE CREDITRULERECORD
           MOVE 'V' TO CRR-CLASS
           MOVE 'C' TO CRR-INC-MAX-GRADE
           MOVE 40 TO CRR-INC-MIN-UTIL
           MOVE 6 TO CRR-INC-CLEAN-MONTHS
           MOVE 20 TO CRR-INC-PCT
           MOVE 25000.00 TO CRR-MAX-LIMIT
           MOVE 'E' TO CRR-DEC-MIN-GRADE
           MOVE 2 TO CRR-DEC-LATE-MONTHS
           MOVE 10 TO CRR-DEC-PCT
           MOVE 2000.00 TO CRR-MIN-LIMIT
           WRITE CREDITRULERECORD
           CLOSE RULEFILE
           DISPLAY "Credit review rules seeded for classes R C E V".

       0200-CHECK-POSTING-CONTROL.
           OPEN INPUT POSTINGCONTROL
           IF WS-PC-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM 0210-READ-ONE-CONTROL UNTIL WS-PC-EOF
               CLOSE POSTINGCONTROL
           END-IF.

       0210-READ-ONE-CONTROL.
           READ POSTINGCONTROL
               AT END SET WS-PC-EOF TO TRUE
               NOT AT END
                   IF PC-RUN-NAME = "CREDITRVW "
                       MOVE PC-LAST-PERIOD TO WS-POSTED-PERIOD
                   ELSE
                       IF WS-OC-COUNT < 20
                           ADD 1 TO WS-OC-COUNT
                           MOVE WS-OC-COUNT TO WS-OC-IDX
                           MOVE PC-RUN-NAME
                               TO WS-OC-NAME(WS-OC-IDX)
                           MOVE PC-LAST-PERIOD
                               TO WS-OC-PERIOD(WS-OC-IDX)
                       END-IF
                   END-IF
           END-READ.

       0300-UPDATE-POSTING-CONTROL.
           OPEN OUTPUT POSTINGCONTROL
           IF WS-PC-STATUS NOT = "00"
               DISPLAY "POSTINGCONTROL STATUS " WS-PC-STATUS
                   " - posting control not updated"
           ELSE
               MOVE "CREDITRVW " TO PC-RUN-NAME
               MOVE WS-CURRENT-PERIOD TO PC-LAST-PERIOD
               WRITE POSTINGCONTROLRECORD
               PERFORM 0310-WRITE-OTHER-CONTROL
                   VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               CLOSE POSTINGCONTROL
           END-IF.

       0310-WRITE-OTHER-CONTROL.
           MOVE WS-OC-NAME(WS-OC-IDX) TO PC-RUN-NAME
           MOVE WS-OC-PERIOD(WS-OC-IDX) TO PC-LAST-PERIOD
           WRITE POSTINGCONTROLRECORD.

       0400-LOAD-PENDING-LIMITS.
           OPEN INPUT PENDINGFILE
           IF WS-PN-STATUS = "00"
               PERFORM 0410-LOAD-ONE-PENDING UNTIL WSEOF
               CLOSE PENDINGFILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       0410-LOAD-ONE-PENDING.
           READ PENDINGFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF PND-PENDING AND PND-IS-LIMIT
                       AND WS-HELD-COUNT < 1000
                       ADD 1 TO WS-HELD-COUNT
                       MOVE PND-IDNUM
                           TO WS-HELD-IDNUM(WS-HELD-COUNT)
                   END-IF
           END-READ.

       1000-REVIEW-ONE-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR NOT REC-IS-HEADER OR NOT CUST-ACTIVE
               OR CUST-MERGED-TO NOT = ZERO
               OR CUST-CREDIT-LIMIT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CUST-CLASS-RETAIL
               MOVE 'R' TO WS-REVIEW-CLASS
           ELSE
               MOVE CUST-CLASS TO WS-REVIEW-CLASS
           END-IF
           MOVE ZERO TO WS-RULE-FOUND
           PERFORM 1010-FIND-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           IF WS-RULE-FOUND = ZERO
               ADD 1 TO WS-NO-RULE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ALREADY-SWITCH
           PERFORM 1020-CHECK-HELD
               VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
           IF WS-ALREADY-PENDING
               ADD 1 TO WS-PENDING-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-CHECK-ESTATE
           IF WS-ESTATE-FROZEN
               ADD 1 TO WS-ESTATE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
               WS-STAY-SWITCH
           IF WS-STAYED
               ADD 1 TO WS-STAY-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT
           PERFORM 2000-MEASURE-ACCOUNT
           PERFORM 3000-DECIDE-PROPOSAL
           IF NOT WS-PROPOSE-NOTHING
               PERFORM 4000-WRITE-PROPOSAL
           END-IF.

       1010-FIND-RULE.
           IF WS-RU-CLASS(WS-RULE-IDX) = WS-REVIEW-CLASS
               MOVE WS-RULE-IDX TO WS-RULE-FOUND
           END-IF.

       1020-CHECK-HELD.
           IF WS-HELD-IDNUM(WS-HELD-IDX) = IDNUM
               MOVE 'Y' TO WS-ALREADY-SWITCH
           END-IF.

       1100-CHECK-ESTATE.
           MOVE 'N' TO WS-ESTATE-SWITCH
           MOVE IDNUM TO WS-ESTATE-IDNUM
           MOVE 'E' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ESTATE-SWITCH
           END-READ
           MOVE WS-ESTATE-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-ESTATE-IDNUM
           END-READ.

       2000-MEASURE-ACCOUNT.
           IF BALANCE < ZERO
               COMPUTE WS-AMOUNT-OWED = BALANCE * -1
           ELSE
               MOVE ZERO TO WS-AMOUNT-OWED
           END-IF
           COMPUTE WS-UTILIZATION =
               WS-AMOUNT-OWED * 100 / CUST-CREDIT-LIMIT
               ON SIZE ERROR MOVE 99999 TO WS-UTILIZATION
           END-COMPUTE
           MOVE ZERO TO WS-LAST-LATE-DATE
           IF WS-HISTORY-OPEN
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               MOVE IDNUM TO HIST-IDNUM
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-SEQ
               START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM 2010-CHECK-ONE-MOVEMENT UNTIL WS-HIST-EOF
           END-IF
           IF WS-LAST-LATE-DATE = ZERO
               MOVE 999 TO WS-MONTHS-CLEAN
           ELSE
               COMPUTE WS-LATE-MONTHS-NUM =
                   WS-LATE-YYYY * 12 + WS-LATE-MM
               IF WS-TODAY-MONTHS - WS-LATE-MONTHS-NUM > 998
                   MOVE 998 TO WS-MONTHS-CLEAN
               ELSE
                   COMPUTE WS-MONTHS-CLEAN =
                       WS-TODAY-MONTHS - WS-LATE-MONTHS-NUM
               END-IF
           END-IF
           MOVE 'N' TO WS-OPEN-DISPUTE-SWITCH
           IF WS-DISPUTES-OPEN
               MOVE 'N' TO WS-DISPUTE-EOF-SWITCH
               MOVE IDNUM TO DSP-IDNUM
               MOVE ZERO TO DSP-SEQ
               START DISPUTEFILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY SET WS-DISPUTE-EOF TO TRUE
               END-START
               PERFORM 2020-CHECK-ONE-DISPUTE UNTIL WS-DISPUTE-EOF
           END-IF
           SET WS-NO-PLAN TO TRUE
           IF WS-PLANS-OPEN
               MOVE IDNUM TO PLN-IDNUM
               READ PLANFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PLN-ACTIVE
                           SET WS-PLAN-RUNNING TO TRUE
                       END-IF
                       IF PLN-BROKEN
                           SET WS-PLAN-BROKEN TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> A returned payment or a payment reversal counts as a late
      *> payment; the latest one on file sets the months clean.
       2010-CHECK-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF HIST-IDNUM NOT = IDNUM
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF (HIST-IS-NSF-FEE OR HIST-IS-REVERSAL)
                       AND HIST-DATE > WS-LAST-LATE-DATE
                       MOVE HIST-DATE TO WS-LAST-LATE-DATE
                   END-IF
               END-IF
           END-IF.

       2020-CHECK-ONE-DISPUTE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET WS-DISPUTE-EOF TO TRUE
           END-READ
           IF NOT WS-DISPUTE-EOF
               IF DSP-IDNUM NOT = IDNUM
                   SET WS-DISPUTE-EOF TO TRUE
               ELSE
                   IF DSP-OPEN
                       MOVE 'Y' TO WS-OPEN-DISPUTE-SWITCH
                       SET WS-DISPUTE-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Deterioration is checked first: a poor grade, a recent late
      *> payment or a broken plan proposes a decrease, never below
      *> the class minimum or the amount already owed. Otherwise a
      *> good grade, enough use of the line and a clean run of months
      *> propose an increase up to the class maximum, held back while
      *> a dispute or payment plan is open.
       3000-DECIDE-PROPOSAL.
           SET WS-PROPOSE-NOTHING TO TRUE
           MOVE SPACES TO WS-REASON
           MOVE WS-RULE-FOUND TO WS-RULE-IDX
           EVALUATE TRUE
               WHEN CUST-GRADE-KNOWN
                   AND CUST-RISK-GRADE >= WS-RU-DEC-GRADE(WS-RULE-IDX)
                   MOVE "RISK GRADE" TO WS-REASON
               WHEN WS-MONTHS-CLEAN < WS-RU-DEC-LATE(WS-RULE-IDX)
                   MOVE "RECENT LATE PAYMENT" TO WS-REASON
               WHEN WS-PLAN-BROKEN
                   MOVE "BROKEN PAYMENT PLAN" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               COMPUTE WS-NEW-LIMIT ROUNDED = CUST-CREDIT-LIMIT
                   * (100 - WS-RU-DEC-PCT(WS-RULE-IDX)) / 100
               IF WS-NEW-LIMIT < WS-RU-MIN-LIMIT(WS-RULE-IDX)
                   MOVE WS-RU-MIN-LIMIT(WS-RULE-IDX) TO WS-NEW-LIMIT
               END-IF
               IF WS-NEW-LIMIT < WS-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO WS-NEW-LIMIT
               END-IF
               IF WS-NEW-LIMIT < CUST-CREDIT-LIMIT
                   SET WS-PROPOSE-DECREASE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT CUST-GRADE-KNOWN
               OR CUST-RISK-GRADE > WS-RU-INC-GRADE(WS-RULE-IDX)
               OR WS-UTILIZATION < WS-RU-INC-UTIL(WS-RULE-IDX)
               OR WS-MONTHS-CLEAN < WS-RU-INC-CLEAN(WS-RULE-IDX)
               OR WS-RU-INC-PCT(WS-RULE-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-OPEN-DISPUTE OR WS-PLAN-RUNNING
               ADD 1 TO WS-HOLD-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-LIMIT ROUNDED = CUST-CREDIT-LIMIT
               * (100 + WS-RU-INC-PCT(WS-RULE-IDX)) / 100
               ON SIZE ERROR
                   MOVE WS-RU-MAX-LIMIT(WS-RULE-IDX) TO WS-NEW-LIMIT
           END-COMPUTE
           IF WS-NEW-LIMIT > WS-RU-MAX-LIMIT(WS-RULE-IDX)
               MOVE WS-RU-MAX-LIMIT(WS-RULE-IDX) TO WS-NEW-LIMIT
           END-IF
           IF WS-NEW-LIMIT > CUST-CREDIT-LIMIT
               SET WS-PROPOSE-INCREASE TO TRUE
               MOVE "GOOD STANDING" TO WS-REASON
           END-IF.

       4000-WRITE-PROPOSAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PND-TIMESTAMP
           MOVE IDNUM TO PND-IDNUM
           MOVE CUST-CREDIT-LIMIT TO PND-OLD-BALANCE
           MOVE WS-NEW-LIMIT TO PND-NEW-BALANCE
           MOVE "CREDITRV" TO PND-MAKER
           SET PND-PENDING TO TRUE
           MOVE SPACES TO PND-CHECKER
           SET PND-IS-LIMIT TO TRUE
           MOVE ZERO TO PND-REFERENCE
           WRITE PENDINGRECORD
           MOVE IDNUM TO PRNIDNUM
           MOVE WS-REVIEW-CLASS TO PRNCLASS
           MOVE CUST-RISK-GRADE TO PRNGRADE
           MOVE CUST-CREDIT-LIMIT TO PRNOLDLIMIT
           MOVE WS-UTILIZATION TO PRNUTIL
           MOVE WS-MONTHS-CLEAN TO PRNCLEAN
           MOVE WS-NEW-LIMIT TO PRNNEWLIMIT
           MOVE WS-REASON TO PRNREASON
           IF WS-PROPOSE-INCREASE
               MOVE "INC" TO PRNACTION
               ADD 1 TO WS-INCREASE-COUNT
               COMPUTE WS-INCREASE-TOTAL = WS-INCREASE-TOTAL
                   + WS-NEW-LIMIT - CUST-CREDIT-LIMIT
           ELSE
               MOVE "DEC" TO PRNACTION
               ADD 1 TO WS-DECREASE-COUNT
               COMPUTE WS-DECREASE-TOTAL = WS-DECREASE-TOTAL
                   + CUST-CREDIT-LIMIT - WS-NEW-LIMIT
               MOVE CUST-DELIVERY TO WS-QUEUE-CHANNEL
               CALL 'QueueWrite' USING IDNUM, WS-QUEUE-DOC,
                   WS-QUEUE-CHANNEL
           END-IF
           WRITE PRINTLINE FROM REVIEWLINE.

       5000-WRITE-TOTALS.
           MOVE WS-REVIEWED-COUNT TO PRNREVIEWED
           WRITE PRINTLINE FROM FOOTINGLINE1 AFTER ADVANCING 2 LINES
           MOVE WS-INCREASE-COUNT TO PRNINCREASES
           MOVE WS-INCREASE-TOTAL TO PRNINCTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE2
           MOVE WS-DECREASE-COUNT TO PRNDECREASES
           MOVE WS-DECREASE-TOTAL TO PRNDECTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE3
           MOVE WS-HOLD-COUNT TO PRNHELD
           MOVE WS-PENDING-SKIP-COUNT TO PRNPENDSKIP
           WRITE PRINTLINE FROM FOOTINGLINE4
           MOVE WS-NO-RULE-COUNT TO PRNNORULE
           COMPUTE PRNSTAYESTATE =
               WS-STAY-SKIP-COUNT + WS-ESTATE-SKIP-COUNT
           WRITE PRINTLINE FROM FOOTINGLINE5.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
