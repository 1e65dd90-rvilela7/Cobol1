            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodConflictReport.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNALFILE ASSIGN TO "files/CustomerJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT CHAINFILE ASSIGN TO "files/LogChain.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LCC-KEY
               FILE STATUS IS WS-LC-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "files/RunLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT PENDINGFILE ASSIGN TO
               "files/PendingAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT OPERATORFILE ASSIGN TO "files/Operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT ROLEHISTORY ASSIGN TO "files/OperatorRoles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-STATUS.
           SELECT CASHRECEIPTS ASSIGN TO "files/CashReceipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CR-STATUS.
           SELECT CONFLICTRPT ASSIGN TO "files/SodConflicts.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNALFILE.
       COPY "CustomerJournal.cpy".

       FD CHAINFILE.
       COPY "LogChainControl.cpy".

       FD RUNLOGFILE.
       01 RUNLOGLINE PIC X(80).

       FD PENDINGFILE.
       COPY "PendingAdjustment.cpy".

       FD OPERATORFILE.
       COPY "OperatorRecord.cpy".

       FD ROLEHISTORY.
       COPY "OperatorRoleHistory.cpy".

       FD CASHRECEIPTS.
       COPY "CashReceipt.cpy".

       FD CONFLICTRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-CASH-EOF-SWITCH PIC X.
           88 WS-CASH-EOF VALUE 'Y'.
       01 WS-CASH-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-CASH-ON-FILE VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMM"
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-RUN-PERIOD PIC 9(6).
       01 WS-RUN-PARTS REDEFINES WS-RUN-PERIOD.
           02 WS-RUN-YYYY PIC 9(4).
           02 WS-RUN-MM PIC 99.

       01 WS-EVENT-DATE PIC 9(8).
       01 WS-EVENT-OPERATOR PIC X(8).
       01 WS-EVENT-PROGRAM PIC X(10).
           88 WS-AUTODEBIT-PROGRAM VALUE "AUTODEBIT ".
           88 WS-REVERSAL-PROGRAM VALUE "REVERSALPS".
       01 WS-REVERSED-AMOUNT PIC S9(7)V99.

      *> The customer image in a journal entry: the key, the balance
      *> and the fee balance are all that is needed here.
       01 WS-BEFORE-IMAGE.
           02 WS-BI-IDNUM PIC 9(7).
           02 WS-BI-REC-TYPE PIC X.
           02 FILLER PIC XX.
           02 FILLER PIC X(67).
           02 WS-BI-BALANCE PIC S9(7)V99.
           02 FILLER PIC X(62).
           02 WS-BI-FEE-BAL PIC S9(7)V99.
           02 FILLER PIC X(3).
       01 WS-AFTER-IMAGE.
           02 WS-AI-IDNUM PIC 9(7).
           02 WS-AI-REC-TYPE PIC X.
               88 WS-AI-HEADER VALUE 'H'.
               88 WS-AI-BANK VALUE 'B'.
           02 FILLER PIC XX.
           02 FILLER PIC X(67).
           02 WS-AI-BALANCE PIC S9(7)V99.
           02 FILLER PIC X(62).
           02 WS-AI-FEE-BAL PIC S9(7)V99.
           02 FILLER PIC X(3).

      *> Operator IDs flagged in Operators.dat as used by more than
      *> one person.
       01 WS-SHARED-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-SHARED-IDX PIC 99 COMP-3.
       01 WS-SHARED-FOUND PIC X.
           88 WS-ID-IS-SHARED VALUE 'Y'.
       01 WS-SHARED-TABLE.
           02 WS-SHARED-ID PIC X(8) OCCURS 20 TIMES.
       01 WS-CHECK-ID PIC X(8).

      *> AutoDebit and ReversalPost runs in the month from the run
      *> log, for journal entries written outside a signed-on session.
       01 WS-RUN-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-IDX PIC 9(3) COMP-3.
       01 WS-RUN-TABLE.
           02 WS-RUN-ENTRY OCCURS 200 TIMES.
               03 WS-RN-KIND PIC X.
               03 WS-RN-DATE PIC 9(8).
               03 WS-RN-OPERATOR PIC X(8).
       01 WS-RUNLOG-DATE-X.
           02 WS-RLD-YYYY PIC X(4).
           02 WS-RLD-MM PIC XX.
           02 WS-RLD-DD PIC XX.
       01 WS-RUNLOG-DATE PIC 9(8).
       01 WS-RUNLOG-PROGRAM PIC X(20).
       01 WS-RUN-KIND PIC X.
           88 WS-RUN-IS-AUTODEBIT VALUE 'A'.
           88 WS-RUN-IS-REVERSAL VALUE 'R'.

      *> Bank mandate edits seen so far in the journal, one entry
      *> for each customer and operator who changed the mandate.
       01 WS-MANDATE-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-MANDATE-IDX PIC 9(4) COMP-3.
       01 WS-MANDATE-HIT PIC 9(4) COMP-3.
       01 WS-MANDATE-FOUND PIC X.
           88 WS-MANDATE-ON-TABLE VALUE 'Y'.
       01 WS-MANDATE-TABLE.
           02 WS-MANDATE-ENTRY OCCURS 1000 TIMES.
               03 WS-MD-IDNUM PIC 9(7).
               03 WS-MD-OPERATOR PIC X(8).
               03 WS-MD-DATE PIC 9(8).
       01 WS-TABLE-FULL-SWITCH PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.

       01 WS-TELLER-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SHARED-ID-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ROLE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-MANDATE-CONFLICTS PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(5) COMP-3.

       01 PAGEHEADING.
           02 FILLER PIC X(42)
               VALUE "Segregation of Duties Conflicts for period".
           02 FILLER PIC X VALUE SPACE.
           02 PRNPERIOD PIC 9(6).
       01 CONFLICTHEADS PIC X(110) VALUE
           "Code Date      Operator  IDNum    Detail".
       01 CONFLICTLINE.
           02 PRNCODE PIC X(3).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNOPERATOR PIC X(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC X(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDETAIL PIC X(80).
       01 SECTIONLINE PIC X(80).
       01 SUMMARYLINE.
           02 PRNSUMLABEL PIC X(50).
           02 PRNSUMCOUNT PIC ZZZZ9.
       01 WS-DETAIL-AMOUNT PIC $$,$$$,$$9.99.

       01 WS-JF-STATUS PIC XX.
       01 WS-LC-STATUS PIC XX.
       01 WS-RL-STATUS PIC XX.
       01 WS-PN-STATUS PIC XX.
       01 WS-OP-STATUS PIC XX.
       01 WS-OR-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-SR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly check, for internal audit, that nobody stood on both
      *> sides of a transaction. Four kinds of conflict are listed:
      *>   TRV  a teller's cash receipt reversed by the same operator
      *>   SHR  a maker-checker change keyed or approved under a
      *>        shared ID, or approved by its own maker
      *>   ROL  an administrator who changed their own operator entry
      *>   MDB  an operator who changed a customer's bank mandate and
      *>        then ran the AutoDebit that debited it
      *> The month is the previous one unless a PARM gives one.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:6) TO WS-RUN-PERIOD
           ELSE
               MOVE WS-TD-DATE(1:6) TO WS-RUN-PERIOD
               IF WS-RUN-MM = 1
                   SUBTRACT 1 FROM WS-RUN-YYYY
                   MOVE 12 TO WS-RUN-MM
               ELSE
                   SUBTRACT 1 FROM WS-RUN-MM
               END-IF
           END-IF
           OPEN OUTPUT CONFLICTRPT
           IF WS-SR-STATUS NOT = "00"
               MOVE "CONFLICTRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-SR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RUN-PERIOD TO PRNPERIOD
           WRITE PRINTLINE FROM PAGEHEADING
           PERFORM 0100-CHECK-JOURNAL-CHAIN
           PERFORM 1000-LOAD-SHARED-IDS
           PERFORM 1100-LOAD-RUN-LOG
           OPEN INPUT CASHRECEIPTS
           IF WS-CR-STATUS = "00"
               MOVE 'Y' TO WS-CASH-OPEN-SWITCH
           END-IF
           PERFORM 2000-SCAN-JOURNAL
           IF WS-CASH-ON-FILE
               CLOSE CASHRECEIPTS
           END-IF
           PERFORM 3000-SCAN-APPROVALS
           PERFORM 4000-SCAN-ROLE-HISTORY
           PERFORM 5000-PRINT-SUMMARY
           CLOSE CONFLICTRPT
           IF WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Segregation of duties report for " WS-RUN-PERIOD
               " - " WS-TELLER-COUNT " teller, " WS-SHARED-ID-COUNT
               " approval, " WS-ROLE-COUNT " role and "
               WS-MANDATE-CONFLICTS " mandate conflicts"
           GOBACK.

      *> The journal is the evidence behind this report; if its
      *> last chain check failed, the report says so up front.
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
                       MOVE SPACES TO PRINTLINE
                       STRING "WARNING - the customer journal failed "
                               DELIMITED BY SIZE
                           "its chain check on " DELIMITED BY SIZE
                           LCC-VERIFY-DATE DELIMITED BY SIZE
                           " - entries may have been altered, see "
                               DELIMITED BY SIZE
                           "files/ChainVerify.rpt" DELIMITED BY SIZE
                           INTO PRINTLINE
                       WRITE PRINTLINE AFTER ADVANCING 2 LINES
                       DISPLAY "WARNING - customer journal failed its "
                           "chain check on " LCC-VERIFY-DATE
                   END-IF
           END-READ
           CLOSE CHAINFILE.

       1000-LOAD-SHARED-IDS.
           OPEN INPUT OPERATORFILE
           IF WS-OP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1010-LOAD-ONE-OPERATOR UNTIL WSEOF
           CLOSE OPERATORFILE.

       1010-LOAD-ONE-OPERATOR.
           READ OPERATORFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF OL-OP-IS-SHARED AND WS-SHARED-COUNT < 20
                       ADD 1 TO WS-SHARED-COUNT
                       MOVE OL-OP-ID TO WS-SHARED-ID(WS-SHARED-COUNT)
                   END-IF
           END-READ.

      *> Run log lines carry the date in columns 1-10, the program
      *> name from column 12 and the session operator after the OP=
      *> tag at the end.
       1100-LOAD-RUN-LOG.
           OPEN INPUT RUNLOGFILE
           IF WS-RL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-RUN UNTIL WSEOF
           CLOSE RUNLOGFILE.

       1110-LOAD-ONE-RUN.
           READ RUNLOGFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           MOVE RUNLOGLINE(1:4) TO WS-RLD-YYYY
           MOVE RUNLOGLINE(6:2) TO WS-RLD-MM
           MOVE RUNLOGLINE(9:2) TO WS-RLD-DD
           MOVE WS-RUNLOG-DATE-X TO WS-RUNLOG-DATE
           MOVE RUNLOGLINE(12:20) TO WS-RUNLOG-PROGRAM
           EVALUATE WS-RUNLOG-PROGRAM
               WHEN "AutoDebit"
                   MOVE 'A' TO WS-RUN-KIND
               WHEN "ReversalPost"
                   MOVE 'R' TO WS-RUN-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RUNLOG-DATE(1:6) NOT = WS-RUN-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT < 200
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-KIND TO WS-RN-KIND(WS-RUN-COUNT)
               MOVE WS-RUNLOG-DATE TO WS-RN-DATE(WS-RUN-COUNT)
               MOVE RUNLOGLINE(72:8) TO WS-RN-OPERATOR(WS-RUN-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

      *> The journal is read once, oldest first. Mandate edits are
      *> kept from any date, so an edit made before the month still
      *> counts against a debit raised inside it.
       2000-SCAN-JOURNAL.
           MOVE "Teller reversals (TRV) and mandate debits (MDB):"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           WRITE PRINTLINE FROM CONFLICTHEADS
           MOVE ZERO TO WS-SECTION-COUNT
           OPEN INPUT JOURNALFILE
           IF WS-JF-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2010-READ-ONE-ENTRY UNTIL WSEOF
               CLOSE JOURNALFILE
           END-IF
           PERFORM 5900-NONE-IN-SECTION.

       2010-READ-ONE-ENTRY.
           READ JOURNALFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-TIMESTAMP(1:8) TO WS-EVENT-DATE
           MOVE JRN-PROGRAM TO WS-EVENT-PROGRAM
           MOVE JRN-OPERATOR TO WS-EVENT-OPERATOR
           MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE TO WS-AFTER-IMAGE
           IF JRN-IS-DELETE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-AI-BANK AND NOT WS-AUTODEBIT-PROGRAM
                   PERFORM 2100-NOTE-MANDATE-EDIT
               WHEN WS-AI-HEADER AND JRN-IS-REWRITE
                   AND WS-EVENT-DATE(1:6) = WS-RUN-PERIOD
                   AND WS-AUTODEBIT-PROGRAM
                   AND WS-AI-BALANCE > WS-BI-BALANCE
                   PERFORM 2200-CHECK-DEBIT
               WHEN WS-AI-HEADER AND JRN-IS-REWRITE
                   AND WS-EVENT-DATE(1:6) = WS-RUN-PERIOD
                   AND WS-REVERSAL-PROGRAM
                   PERFORM 2300-CHECK-REVERSAL
           END-EVALUATE.

      *> Only a change to the routing or account number counts; a
      *> new mandate is a write with nothing before it.
       2100-NOTE-MANDATE-EDIT.
           IF JRN-IS-REWRITE
               AND JRN-BEFORE-IMAGE(11:26) = JRN-AFTER-IMAGE(11:26)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MANDATE-FOUND
           PERFORM 2110-MATCH-MANDATE-ENTRY
               VARYING WS-MANDATE-IDX FROM 1 BY 1
               UNTIL WS-MANDATE-ON-TABLE
               OR WS-MANDATE-IDX > WS-MANDATE-COUNT
           IF WS-MANDATE-ON-TABLE
               MOVE WS-EVENT-DATE TO WS-MD-DATE(WS-MANDATE-HIT)
               EXIT PARAGRAPH
           END-IF
           IF WS-MANDATE-COUNT < 1000
               ADD 1 TO WS-MANDATE-COUNT
               MOVE WS-AI-IDNUM TO WS-MD-IDNUM(WS-MANDATE-COUNT)
               MOVE WS-EVENT-OPERATOR
                   TO WS-MD-OPERATOR(WS-MANDATE-COUNT)
               MOVE WS-EVENT-DATE TO WS-MD-DATE(WS-MANDATE-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

       2110-MATCH-MANDATE-ENTRY.
           IF WS-MD-IDNUM(WS-MANDATE-IDX) = WS-AI-IDNUM
               AND WS-MD-OPERATOR(WS-MANDATE-IDX) = WS-EVENT-OPERATOR
               MOVE 'Y' TO WS-MANDATE-FOUND
               MOVE WS-MANDATE-IDX TO WS-MANDATE-HIT
           END-IF.

       2200-CHECK-DEBIT.
           MOVE 'A' TO WS-RUN-KIND
           PERFORM 2400-FILL-IN-OPERATOR
           IF WS-EVENT-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MANDATE-FOUND
           PERFORM 2110-MATCH-MANDATE-ENTRY
               VARYING WS-MANDATE-IDX FROM 1 BY 1
               UNTIL WS-MANDATE-ON-TABLE
               OR WS-MANDATE-IDX > WS-MANDATE-COUNT
           IF NOT WS-MANDATE-ON-TABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MANDATE-CONFLICTS
           ADD 1 TO WS-SECTION-COUNT
           MOVE "MDB" TO PRNCODE
           MOVE WS-EVENT-DATE TO PRNDATE
           MOVE WS-EVENT-OPERATOR TO PRNOPERATOR
           MOVE WS-AI-IDNUM TO PRNIDNUM
           COMPUTE WS-REVERSED-AMOUNT = WS-AI-BALANCE - WS-BI-BALANCE
           MOVE WS-REVERSED-AMOUNT TO WS-DETAIL-AMOUNT
           MOVE SPACES TO PRNDETAIL
           STRING "MANDATE CHANGED " DELIMITED BY SIZE
               WS-MD-DATE(WS-MANDATE-HIT) DELIMITED BY SIZE
               ", AUTODEBIT OF " DELIMITED BY SIZE
               WS-DETAIL-AMOUNT DELIMITED BY SIZE
               " RUN BY THE SAME OPERATOR" DELIMITED BY SIZE
               INTO PRNDETAIL
           WRITE PRINTLINE FROM CONFLICTLINE.

      *> ReversalPost takes the payment and the returned-item fee off
      *> the balance in one rewrite; the fee also lands on the fee
      *> balance, which leaves the payment amount that was reversed.
       2300-CHECK-REVERSAL.
           MOVE 'R' TO WS-RUN-KIND
           PERFORM 2400-FILL-IN-OPERATOR
           IF WS-EVENT-OPERATOR = SPACES OR NOT WS-CASH-ON-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REVERSED-AMOUNT =
               (WS-BI-BALANCE - WS-AI-BALANCE)
               - (WS-BI-FEE-BAL - WS-AI-FEE-BAL)
           MOVE WS-AI-IDNUM TO CR-IDNUM
           MOVE ZERO TO CR-DATE
           MOVE ZERO TO CR-RECEIPT
           MOVE 'N' TO WS-CASH-EOF-SWITCH
           START CASHRECEIPTS KEY IS NOT LESS THAN CR-KEY
               INVALID KEY SET WS-CASH-EOF TO TRUE
           END-START
           PERFORM 2310-CHECK-ONE-RECEIPT UNTIL WS-CASH-EOF.

       2310-CHECK-ONE-RECEIPT.
           READ CASHRECEIPTS NEXT RECORD
               AT END SET WS-CASH-EOF TO TRUE
           END-READ
           IF WS-CASH-EOF
               EXIT PARAGRAPH
           END-IF
           IF CR-IDNUM NOT = WS-AI-IDNUM OR CR-DATE > WS-EVENT-DATE
               SET WS-CASH-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CR-TELLER = WS-EVENT-OPERATOR
               AND CR-AMOUNT = WS-REVERSED-AMOUNT
               ADD 1 TO WS-TELLER-COUNT
               ADD 1 TO WS-SECTION-COUNT
               MOVE "TRV" TO PRNCODE
               MOVE WS-EVENT-DATE TO PRNDATE
               MOVE WS-EVENT-OPERATOR TO PRNOPERATOR
               MOVE CR-IDNUM TO PRNIDNUM
               MOVE CR-AMOUNT TO WS-DETAIL-AMOUNT
               MOVE SPACES TO PRNDETAIL
               STRING "RECEIPT " DELIMITED BY SIZE
                   CR-RECEIPT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   CR-DATE DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   WS-DETAIL-AMOUNT DELIMITED BY SIZE
                   " TAKEN AND REVERSED BY THE SAME OPERATOR"
                       DELIMITED BY SIZE
                   INTO PRNDETAIL
               WRITE PRINTLINE FROM CONFLICTLINE
           END-IF.

      *> A journal entry written with no one signed on is put down to
      *> whoever the run log shows running the program that day.
       2400-FILL-IN-OPERATOR.
           IF WS-EVENT-OPERATOR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2410-MATCH-RUN-ENTRY
               VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT.

       2410-MATCH-RUN-ENTRY.
           IF WS-RN-KIND(WS-RUN-IDX) = WS-RUN-KIND
               AND WS-RN-DATE(WS-RUN-IDX) = WS-EVENT-DATE
               MOVE WS-RN-OPERATOR(WS-RUN-IDX) TO WS-EVENT-OPERATOR
           END-IF.

       3000-SCAN-APPROVALS.
           MOVE "Approvals under a shared or the maker's own ID (SHR):"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           WRITE PRINTLINE FROM CONFLICTHEADS
           MOVE ZERO TO WS-SECTION-COUNT
           OPEN INPUT PENDINGFILE
           IF WS-PN-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3010-CHECK-ONE-APPROVAL UNTIL WSEOF
               CLOSE PENDINGFILE
           END-IF
           PERFORM 5900-NONE-IN-SECTION.

       3010-CHECK-ONE-APPROVAL.
           READ PENDINGFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR NOT PND-APPROVED
               OR PND-TIMESTAMP(1:6) NOT = WS-RUN-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRNDETAIL
           IF PND-MAKER = PND-CHECKER
               STRING "CHANGE " DELIMITED BY SIZE
                   PND-TYPE DELIMITED BY SIZE
                   " APPROVED BY ITS OWN MAKER" DELIMITED BY SIZE
                   INTO PRNDETAIL
           ELSE
               MOVE PND-MAKER TO WS-CHECK-ID
               PERFORM 3100-CHECK-SHARED-ID
               IF WS-ID-IS-SHARED
                   STRING "CHANGE " DELIMITED BY SIZE
                       PND-TYPE DELIMITED BY SIZE
                       " KEYED UNDER SHARED ID " DELIMITED BY SIZE
                       PND-MAKER DELIMITED BY SIZE
                       " APPROVED BY " DELIMITED BY SIZE
                       PND-CHECKER DELIMITED BY SIZE
                       INTO PRNDETAIL
               ELSE
                   MOVE PND-CHECKER TO WS-CHECK-ID
                   PERFORM 3100-CHECK-SHARED-ID
                   IF WS-ID-IS-SHARED
                       STRING "CHANGE " DELIMITED BY SIZE
                           PND-TYPE DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           PND-MAKER DELIMITED BY SIZE
                           " APPROVED UNDER SHARED ID "
                               DELIMITED BY SIZE
                           PND-CHECKER DELIMITED BY SIZE
                           INTO PRNDETAIL
                   END-IF
               END-IF
           END-IF
           IF PRNDETAIL NOT = SPACES
               ADD 1 TO WS-SHARED-ID-COUNT
               ADD 1 TO WS-SECTION-COUNT
               MOVE "SHR" TO PRNCODE
               MOVE PND-TIMESTAMP(1:8) TO PRNDATE
               MOVE PND-CHECKER TO PRNOPERATOR
               MOVE PND-IDNUM TO PRNIDNUM
               WRITE PRINTLINE FROM CONFLICTLINE
           END-IF.

       3100-CHECK-SHARED-ID.
           MOVE 'N' TO WS-SHARED-FOUND
           PERFORM 3110-MATCH-SHARED-ID
               VARYING WS-SHARED-IDX FROM 1 BY 1
               UNTIL WS-ID-IS-SHARED
               OR WS-SHARED-IDX > WS-SHARED-COUNT.

       3110-MATCH-SHARED-ID.
           IF WS-SHARED-ID(WS-SHARED-IDX) = WS-CHECK-ID
               MOVE 'Y' TO WS-SHARED-FOUND
           END-IF.

       4000-SCAN-ROLE-HISTORY.
           MOVE "Administrators changing their own entry (ROL):"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           WRITE PRINTLINE FROM CONFLICTHEADS
           MOVE ZERO TO WS-SECTION-COUNT
           OPEN INPUT ROLEHISTORY
           IF WS-OR-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 4010-CHECK-ONE-ROLE-CHANGE UNTIL WSEOF
               CLOSE ROLEHISTORY
           END-IF
           PERFORM 5900-NONE-IN-SECTION.

       4010-CHECK-ONE-ROLE-CHANGE.
           READ ROLEHISTORY
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR ORH-ADDED OR ORH-ADMIN NOT = ORH-OPERATOR
               OR ORH-TIMESTAMP(1:6) NOT = WS-RUN-PERIOD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROLE-COUNT
           ADD 1 TO WS-SECTION-COUNT
           MOVE "ROL" TO PRNCODE
           MOVE ORH-TIMESTAMP(1:8) TO PRNDATE
           MOVE ORH-ADMIN TO PRNOPERATOR
           MOVE SPACES TO PRNIDNUM
           MOVE SPACES TO PRNDETAIL
           IF ORH-CHANGED
               STRING "OWN ROLE CHANGED " DELIMITED BY SIZE
                   ORH-OLD-ROLE DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   ORH-NEW-ROLE DELIMITED BY SIZE
                   INTO PRNDETAIL
           ELSE
               STRING "OWN SHARED-ID FLAG SET TO " DELIMITED BY SIZE
                   ORH-SHARED DELIMITED BY SIZE
                   INTO PRNDETAIL
           END-IF
           WRITE PRINTLINE FROM CONFLICTLINE.

       5000-PRINT-SUMMARY.
           MOVE "Summary:" TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           MOVE "Teller receipts reversed by the same operator"
               TO PRNSUMLABEL
           MOVE WS-TELLER-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "Approvals under a shared or the maker's own ID"
               TO PRNSUMLABEL
           MOVE WS-SHARED-ID-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "Administrators changing their own entry"
               TO PRNSUMLABEL
           MOVE WS-ROLE-COUNT TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           MOVE "Mandate edits debited by the same operator"
               TO PRNSUMLABEL
           MOVE WS-MANDATE-CONFLICTS TO PRNSUMCOUNT
           WRITE PRINTLINE FROM SUMMARYLINE
           IF WS-TABLE-FULL
               MOVE "  (work tables full - some activity not checked)"
                   TO PRINTLINE
               WRITE PRINTLINE
           END-IF.

       5900-NONE-IN-SECTION.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (none)" TO PRINTLINE
               WRITE PRINTLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
