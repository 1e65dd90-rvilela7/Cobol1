            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceivablesKpi.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANYFILE ASSIGN TO "files/CompanyControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
           SELECT COMONTHEND ASSIGN TO WS-MEB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ME-STATUS.
           SELECT COMONTHAGING ASSIGN TO WS-MEA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MA-STATUS.
           SELECT COHISTORY ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT COCUSTOMER ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT KPIRPT ASSIGN TO "files/ReceivablesKpi.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD COMPANYFILE.
       01 COMPANYRECORD.
           02 CO-CODE PIC XX.
           02 CO-NAME PIC X(20).
           02 CO-DATA-PATH PIC X(20).

       FD COMONTHEND.
       01 MONTHENDRECORD.
           02 MEB-PERIOD PIC 9(6).
           02 MEB-IDNUM PIC 9(7).
           02 MEB-BALANCE PIC S9(7)V99.
           02 MEB-YTD-INTEREST PIC S9(9)V99.
           02 MEB-YTD-PAYMENTS PIC S9(9)V99.

       FD COMONTHAGING.
       01 MONTHAGINGRECORD.
           02 MEA-PERIOD PIC 9(6).
           02 MEA-IDNUM PIC 9(7).
           02 MEA-BUCKET PIC S9(7)V99 OCCURS 4 TIMES.
           02 MEA-REGION PIC X.
           02 MEA-CLASS PIC X.

       FD COHISTORY.
       COPY "CustomerHistoryRecord.cpy".

       FD COCUSTOMER.
       COPY "CustomerRecord.cpy".

       FD KPIRPT.
       01 PRINTLINE PIC X(132).

      *> One record per month-end position or receivable movement,
      *> brought together by period and customer so each customer's
      *> region and class is known before its figures are posted.
       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-PERIOD PIC 9(6).
           02 SRT-IDNUM PIC 9(7).
           02 SRT-KIND PIC X.
               88 SRT-IS-AGING VALUE 'A'.
               88 SRT-IS-BALANCE VALUE 'B'.
               88 SRT-IS-MOVEMENT VALUE 'H'.
           02 SRT-MOVE-TYPE PIC X(3).
               88 SRT-IS-INVOICE VALUE 'INV'.
               88 SRT-IS-CREDIT-MEMO VALUE 'CRM'.
               88 SRT-IS-PAYMENT VALUE 'PAY'.
               88 SRT-IS-REVERSAL VALUE 'RVS'.
               88 SRT-IS-WRITEOFF VALUE 'WOF'.
           02 SRT-AMOUNT PIC S9(9)V99 COMP-3.
           02 SRT-CURRENT PIC S9(9)V99 COMP-3.
           02 SRT-REGION PIC X.
           02 SRT-CLASS PIC X.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X.
           88 WS-SORT-EOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMM"
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-CURR-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-CURR-SPLIT REDEFINES WS-CURR-PERIOD.
           02 WS-CU-YYYY PIC 9(4).
           02 WS-CU-MM PIC 99.
       01 WS-WORK-PERIOD PIC 9(6).
       01 WS-WORK-SPLIT REDEFINES WS-WORK-PERIOD.
           02 WS-WK-YYYY PIC 9(4).
           02 WS-WK-MM PIC 99.
       01 WS-NEXT-PERIOD PIC 9(6).
       01 WS-NEXT-SPLIT REDEFINES WS-NEXT-PERIOD.
           02 WS-NX-YYYY PIC 9(4).
           02 WS-NX-MM PIC 99.
       01 WS-CURR-MONTHS PIC 9(7) COMP-3.
       01 WS-WORK-MONTHS PIC 9(7) COMP-3.
       01 WS-MONTH-GAP PIC S9(7) COMP-3.
       01 WS-MONTH-START PIC 9(8).
       01 WS-NEXT-MONTH-START PIC 9(8).

      *> The reported month sits in slot 14 and slots 13 back to 2
      *> hold the twelve before it, giving the 13-month trend. Slot
      *> 1 is the month end before the trend starts - it is never
      *> printed but supplies the opening receivables for slot 2.
       01 WS-LOOKBACK-MONTHS PIC 99 VALUE 13.
       01 WS-PERIOD-IDX PIC 99 COMP-3.
       01 WS-PREV-IDX PIC 99 COMP-3.
       01 WS-PERIOD-FOUND PIC X.
           88 WS-PERIOD-IN-WINDOW VALUE 'Y'.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 14 TIMES.
               03 WS-PD-PERIOD PIC 9(6).
               03 WS-PD-DAYS PIC 99.

      *> Companies come from the company control file; without one
      *> the run covers this company's own files only.
       01 WS-COMPANY-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-COMPANY-IDX PIC 99 COMP-3.
       01 WS-COMPANY-TABLE.
           02 WS-COMPANY-ENTRY OCCURS 20 TIMES.
               03 WS-CT-CODE PIC XX.
               03 WS-CT-NAME PIC X(20).
               03 WS-CT-PATH PIC X(20).

       01 WS-MEB-PATH PIC X(50).
       01 WS-MEA-PATH PIC X(50).
       01 WS-HIST-PATH PIC X(50).
       01 WS-CUST-PATH PIC X(50).
       01 WS-CUSTOMER-FILE-SWITCH PIC X.
           88 WS-CUSTOMER-FILE-OPEN VALUE 'Y'.

      *> Region and class of the customer whose records are being
      *> posted - taken from the month-end aging position, or from
      *> the customer master when the month has none.
       01 WS-LAST-PERIOD PIC 9(6).
       01 WS-LAST-IDNUM PIC 9(7).
       01 WS-CUST-REGION PIC X.
       01 WS-CUST-CLASS PIC X.
       01 WS-CUST-KNOWN-SWITCH PIC X.
           88 WS-CUST-KNOWN VALUE 'Y'.

      *> Group keys: company code, view (1 all customers, 2 region,
      *> 3 class) and the region or class code. The all-companies
      *> groups carry HIGH-VALUES as the company so they print last.
      *> Amount slots: 1 receivables owed, 2 aged receivables,
      *> 3 current bucket, 4 net sales, 5 collections, 6 write-offs.
       01 WS-GROUP-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-GROUP-IDX PIC 9(3) COMP-3.
       01 WS-GROUP-HIT PIC 9(3) COMP-3.
       01 WS-GROUP-LIMIT PIC 9(3) COMP-3.
       01 WS-PASS-IDX PIC 9(3) COMP-3.
       01 WS-NEXT-GROUP PIC 9(3) COMP-3.
       01 WS-GROUP-FOUND PIC X.
           88 WS-GROUP-ON-TABLE VALUE 'Y'.
       01 WS-GROUP-KEY.
           02 WS-GK-COMPANY PIC XX.
           02 WS-GK-VIEW PIC X.
               88 WS-GK-ALL-CUSTOMERS VALUE '1'.
               88 WS-GK-REGION VALUE '2'.
               88 WS-GK-CLASS VALUE '3'.
           02 WS-GK-CODE PIC X.
       01 WS-GROUP-TABLE.
           02 WS-GROUP-ENTRY OCCURS 150 TIMES.
               03 WS-GR-KEY PIC X(4).
               03 WS-GR-PERIOD OCCURS 14 TIMES.
                   04 WS-GR-ON-FILE PIC X.
                   04 WS-GR-AMOUNT PIC S9(11)V99 COMP-3
                       OCCURS 6 TIMES.
       01 WS-GROUP-HOLD PIC X(606).
       01 WS-TABLE-FULL-COUNT PIC 9(7) COMP-3 VALUE ZERO.

       01 WS-POST-FIELD PIC 9 COMP-3.
       01 WS-POST-AMOUNT PIC S9(11)V99 COMP-3.
       01 WS-POST-ON-FILE PIC X.
       01 WS-AMOUNT-WORK PIC S9(11)V99 COMP-3.
       01 WS-BUCKET-IDX PIC 9 COMP-3.

      *> Working figures for one group and month, and the five
      *> measures worked from them: 1 days sales outstanding,
      *> 2 collection effectiveness, 3 turnover, 4 percent current,
      *> 5 bad-debt ratio. A measure with no sound base is not set.
       01 WS-AR-END PIC S9(13)V99 COMP-3.
       01 WS-AR-BEGIN PIC S9(13)V99 COMP-3.
       01 WS-AR-AVERAGE PIC S9(13)V99 COMP-3.
       01 WS-AGED PIC S9(13)V99 COMP-3.
       01 WS-CURRENT PIC S9(13)V99 COMP-3.
       01 WS-SALES PIC S9(13)V99 COMP-3.
       01 WS-WRITEOFFS PIC S9(13)V99 COMP-3.
       01 WS-CEI-BASE PIC S9(13)V99 COMP-3.
       01 WS-BEGIN-SWITCH PIC X.
           88 WS-BEGIN-KNOWN VALUE 'Y'.
       01 WS-KPI-IDX PIC 9 COMP-3.
       01 WS-KPI-TABLE.
           02 WS-KPI-ENTRY OCCURS 5 TIMES.
               03 WS-KPI-VALUE PIC S9(7)V9 COMP-3.
               03 WS-KPI-SET PIC X.
                   88 WS-KPI-KNOWN VALUE 'Y'.
       01 WS-PRIOR-KPI-TABLE.
           02 WS-PRIOR-ENTRY OCCURS 5 TIMES.
               03 WS-PRIOR-VALUE PIC S9(7)V9 COMP-3.
               03 WS-PRIOR-SET PIC X.
                   88 WS-PRIOR-KNOWN VALUE 'Y'.
       01 WS-KPI-EDIT PIC ZZZ,ZZ9.9-.

       01 WS-POSITION-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-MOVEMENT-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-LOOKUP-MISSES PIC 9(7) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(34)
               VALUE "Receivables KPIs - 13 months to ".
           02 PRNPERIOD PIC 9(6).
           02 FILLER PIC X(10) VALUE "   run on ".
           02 PRNRUNDATE PIC 9(8).
       01 NOTELINE1.
           02 FILLER PIC X(36)
               VALUE "DSO       = receivables / net sales ".
           02 FILLER PIC X(40)
               VALUE "x days in month".
       01 NOTELINE2.
           02 FILLER PIC X(36)
               VALUE "CEI %     = (opening + sales - closi".
           02 FILLER PIC X(40)
               VALUE "ng) / (opening + sales - current) x 100".
       01 NOTELINE3.
           02 FILLER PIC X(36)
               VALUE "Turnover  = net sales x 12 / averag".
           02 FILLER PIC X(40)
               VALUE "e receivables; bad-debt % = write-offs".
           02 FILLER PIC X(20)
               VALUE " / net sales x 100".
       01 GROUPHEADING.
           02 FILLER PIC X(8) VALUE "Company ".
           02 PRNGHCODE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNGHNAME PIC X(20).
           02 FILLER PIC X(3) VALUE " - ".
           02 PRNGHVIEW PIC X(30).
       01 TRENDHEADS.
           02 FILLER PIC X(6) VALUE "Month ".
           02 FILLER PIC X(30)
               VALUE "    Receivables      Net sales".
           02 FILLER PIC X(30)
               VALUE "    Collections     Write-offs".
           02 FILLER PIC X(30)
               VALUE "       DSO     CEI %  Turnover".
           02 FILLER PIC X(20)
               VALUE " Current %Bad-debt %".
       01 TRENDLINE.
           02 PRNTRPERIOD PIC X(6).
           02 PRNTRAMOUNT PIC ZZZ,ZZZ,ZZ9.99- OCCURS 4 TIMES.
           02 PRNTRKPI PIC X(10) OCCURS 5 TIMES.
       01 NOTCLOSEDLINE.
           02 PRNNCPERIOD PIC 9(6).
           02 FILLER PIC X(40)
               VALUE "   no month-end position on file".

       01 WS-CO-STATUS PIC XX.
       01 WS-ME-STATUS PIC XX.
       01 WS-MA-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-RP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly receivables KPIs. Month-end balances give the
      *> receivables owed, month-end aging gives the current share,
      *> and the history file gives net sales (invoices less credit
      *> memos), collections (payments less reversals) and write-
      *> offs. Every company on the control file is covered, broken
      *> out by region and by customer class, over a 13-month trend
      *> with the change on the prior month.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1000-LOAD-COMPANIES
           IF WS-PARM-STRING NOT = SPACES
               IF WS-PARM-STRING(1:6) IS NUMERIC
                   MOVE WS-PARM-STRING(1:6) TO WS-CURR-PERIOD
               END-IF
               IF WS-CU-MM < 1 OR WS-CU-MM > 12
                   DISPLAY "Period " WS-PARM-STRING(1:6)
                       " is not a valid YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM 1100-FIND-LATEST-PERIOD
                   VARYING WS-COMPANY-IDX FROM 1 BY 1
                   UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
           END-IF
           IF WS-CURR-PERIOD = ZERO
               DISPLAY "No month-end balances on file - "
                   "run MonthEndClose first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-SET-UP-PERIODS
           PERFORM 2000-COLLECT-ONE-COMPANY
               VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
           IF WS-GROUP-COUNT = ZERO
               DISPLAY "No month-end balances or movements for the "
                   "13 months to " WS-CURR-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 5000-ORDER-GROUPS
           PERFORM 6000-PRINT-KPI-REPORT
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "Group table full - " WS-TABLE-FULL-COUNT
                   " postings left out of the breakouts"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Receivables KPIs complete for " WS-CURR-PERIOD
               " - " WS-COMPANY-COUNT " companies, "
               WS-POSITION-COUNT " month-end positions, "
               WS-MOVEMENT-COUNT " movements"
           GOBACK.

       1000-LOAD-COMPANIES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COMPANYFILE
           IF WS-CO-STATUS NOT = "00"
               MOVE 1 TO WS-COMPANY-COUNT
               MOVE "01" TO WS-CT-CODE(1)
               MOVE "HEAD OFFICE" TO WS-CT-NAME(1)
               MOVE "." TO WS-CT-PATH(1)
               EXIT PARAGRAPH
           END-IF
           PERFORM 1010-LOAD-ONE-COMPANY UNTIL WSEOF
           CLOSE COMPANYFILE.

       1010-LOAD-ONE-COMPANY.
           READ COMPANYFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WS-COMPANY-COUNT < 20
                       ADD 1 TO WS-COMPANY-COUNT
                       MOVE CO-CODE TO WS-CT-CODE(WS-COMPANY-COUNT)
                       MOVE CO-NAME TO WS-CT-NAME(WS-COMPANY-COUNT)
                       MOVE CO-DATA-PATH
                           TO WS-CT-PATH(WS-COMPANY-COUNT)
                   ELSE
                       DISPLAY "Company table full - company "
                           CO-CODE " left out"
                   END-IF
           END-READ.

       1100-FIND-LATEST-PERIOD.
           PERFORM 8000-SET-COMPANY-PATHS
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COMONTHEND
           IF WS-ME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-CHECK-ONE-PERIOD UNTIL WSEOF
           CLOSE COMONTHEND.

       1110-CHECK-ONE-PERIOD.
           READ COMONTHEND
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF MEB-PERIOD > WS-CURR-PERIOD
                       MOVE MEB-PERIOD TO WS-CURR-PERIOD
                   END-IF
           END-READ.

       1200-SET-UP-PERIODS.
           COMPUTE WS-CURR-MONTHS = WS-CU-YYYY * 12 + WS-CU-MM
           MOVE WS-CURR-PERIOD TO WS-WORK-PERIOD
           PERFORM 1210-SET-UP-ONE-PERIOD
               VARYING WS-PERIOD-IDX FROM 14 BY -1
               UNTIL WS-PERIOD-IDX < 1.

       1210-SET-UP-ONE-PERIOD.
           MOVE WS-WORK-PERIOD TO WS-PD-PERIOD(WS-PERIOD-IDX)
           COMPUTE WS-MONTH-START = WS-WORK-PERIOD * 100 + 1
           MOVE WS-WORK-PERIOD TO WS-NEXT-PERIOD
           IF WS-NX-MM = 12
               MOVE 1 TO WS-NX-MM
               ADD 1 TO WS-NX-YYYY
           ELSE
               ADD 1 TO WS-NX-MM
           END-IF
           COMPUTE WS-NEXT-MONTH-START = WS-NEXT-PERIOD * 100 + 1
           COMPUTE WS-PD-DAYS(WS-PERIOD-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           IF WS-WK-MM = 1
               MOVE 12 TO WS-WK-MM
               SUBTRACT 1 FROM WS-WK-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WK-MM
           END-IF.

      *> Each company's month-end files and history are sorted by
      *> period and customer, then posted to that company's groups
      *> and, when there is more than one company, to the
      *> all-companies groups as well.
       2000-COLLECT-ONE-COMPANY.
           PERFORM 8000-SET-COMPANY-PATHS
           MOVE 'N' TO WS-CUSTOMER-FILE-SWITCH
           OPEN INPUT COCUSTOMER
           IF WS-CF-STATUS = "00"
               MOVE 'Y' TO WS-CUSTOMER-FILE-SWITCH
           ELSE
               DISPLAY "Company " WS-CT-CODE(WS-COMPANY-IDX)
                   " customer master not readable at "
                   FUNCTION TRIM(WS-CUST-PATH) " - status "
                   WS-CF-STATUS
           END-IF
           SORT SORTWORK ASCENDING KEY SRT-PERIOD SRT-IDNUM SRT-KIND
               INPUT PROCEDURE 3000-RELEASE-COMPANY-DATA
               OUTPUT PROCEDURE 4000-POST-COMPANY-DATA
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE COCUSTOMER
           END-IF.

       3000-RELEASE-COMPANY-DATA.
           PERFORM 3100-RELEASE-BALANCES
           PERFORM 3200-RELEASE-AGING
           PERFORM 3300-RELEASE-MOVEMENTS.

      *> Only what the customer owes counts as receivable - a
      *> credit balance is money held for the customer.
       3100-RELEASE-BALANCES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COMONTHEND
           IF WS-ME-STATUS NOT = "00"
               DISPLAY "Company " WS-CT-CODE(WS-COMPANY-IDX)
                   " month-end balances not readable at "
                   FUNCTION TRIM(WS-MEB-PATH) " - status "
                   WS-ME-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3110-RELEASE-ONE-BALANCE UNTIL WSEOF
           CLOSE COMONTHEND.

       3110-RELEASE-ONE-BALANCE.
           READ COMONTHEND
               AT END SET WSEOF TO TRUE
               NOT AT END
                   MOVE MEB-PERIOD TO WS-WORK-PERIOD
                   PERFORM 8200-FIND-PERIOD-SLOT
                   IF WS-PERIOD-IN-WINDOW
                       INITIALIZE SORT-RECORD
                       MOVE MEB-PERIOD TO SRT-PERIOD
                       MOVE MEB-IDNUM TO SRT-IDNUM
                       SET SRT-IS-BALANCE TO TRUE
                       IF MEB-BALANCE < ZERO
                           COMPUTE SRT-AMOUNT = MEB-BALANCE * -1
                       END-IF
                       RELEASE SORT-RECORD
                       ADD 1 TO WS-POSITION-COUNT
                   END-IF
           END-READ.

      *> Only debit bucket amounts count, as in the allowance run.
       3200-RELEASE-AGING.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COMONTHAGING
           IF WS-MA-STATUS NOT = "00"
               DISPLAY "Company " WS-CT-CODE(WS-COMPANY-IDX)
                   " month-end aging not readable at "
                   FUNCTION TRIM(WS-MEA-PATH) " - status "
                   WS-MA-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3210-RELEASE-ONE-POSITION UNTIL WSEOF
           CLOSE COMONTHAGING.

       3210-RELEASE-ONE-POSITION.
           READ COMONTHAGING
               AT END SET WSEOF TO TRUE
               NOT AT END
                   MOVE MEA-PERIOD TO WS-WORK-PERIOD
                   PERFORM 8200-FIND-PERIOD-SLOT
                   IF WS-PERIOD-IN-WINDOW
                       INITIALIZE SORT-RECORD
                       MOVE MEA-PERIOD TO SRT-PERIOD
                       MOVE MEA-IDNUM TO SRT-IDNUM
                       SET SRT-IS-AGING TO TRUE
                       PERFORM 3220-ADD-ONE-BUCKET
                           VARYING WS-BUCKET-IDX FROM 1 BY 1
                           UNTIL WS-BUCKET-IDX > 4
                       IF MEA-BUCKET(1) > ZERO
                           MOVE MEA-BUCKET(1) TO SRT-CURRENT
                       END-IF
                       MOVE MEA-REGION TO SRT-REGION
                       MOVE MEA-CLASS TO SRT-CLASS
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       3220-ADD-ONE-BUCKET.
           IF MEA-BUCKET(WS-BUCKET-IDX) > ZERO
               ADD MEA-BUCKET(WS-BUCKET-IDX) TO SRT-AMOUNT
           END-IF.

       3300-RELEASE-MOVEMENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COHISTORY
           IF WS-HF-STATUS NOT = "00"
               DISPLAY "Company " WS-CT-CODE(WS-COMPANY-IDX)
                   " customer history not readable at "
                   FUNCTION TRIM(WS-HIST-PATH) " - status "
                   WS-HF-STATUS " - sales and collections taken "
                   "as zero"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO HIST-DATE
           MOVE WS-PD-PERIOD(1) TO HIST-DATE(1:6)
           START COHISTORY KEY IS NOT LESS THAN HIST-DATE
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 3310-RELEASE-ONE-MOVEMENT UNTIL WSEOF
           CLOSE COHISTORY.

      *> Read by posting date, so the pass stops at the end of the
      *> report month.
       3310-RELEASE-ONE-MOVEMENT.
           READ COHISTORY
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF HIST-DATE(1:6) > WS-PD-PERIOD(14)
                       SET WSEOF TO TRUE
                   END-IF
                   IF (HIST-IS-INVOICE OR HIST-IS-CREDIT-MEMO
                       OR HIST-IS-PAYMENT OR HIST-IS-REVERSAL
                       OR HIST-IS-WRITEOFF) AND NOT WSEOF
                       MOVE HIST-DATE(1:6) TO WS-WORK-PERIOD
                       PERFORM 8200-FIND-PERIOD-SLOT
                       IF WS-PERIOD-IN-WINDOW
                           INITIALIZE SORT-RECORD
                           MOVE HIST-DATE(1:6) TO SRT-PERIOD
                           MOVE HIST-IDNUM TO SRT-IDNUM
                           SET SRT-IS-MOVEMENT TO TRUE
                           MOVE HIST-MOVE-TYPE TO SRT-MOVE-TYPE
                           MOVE HIST-AMOUNT TO SRT-AMOUNT
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-MOVEMENT-COUNT
                       END-IF
                   END-IF
           END-READ.

       4000-POST-COMPANY-DATA.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE ZERO TO WS-LAST-PERIOD
           MOVE ZERO TO WS-LAST-IDNUM
           PERFORM 4010-POST-ONE-RECORD UNTIL WS-SORT-EOF.

       4010-POST-ONE-RECORD.
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-PERIOD NOT = WS-LAST-PERIOD
                       OR SRT-IDNUM NOT = WS-LAST-IDNUM
                       MOVE SRT-PERIOD TO WS-LAST-PERIOD
                       MOVE SRT-IDNUM TO WS-LAST-IDNUM
                       MOVE 'N' TO WS-CUST-KNOWN-SWITCH
                   END-IF
                   MOVE SRT-PERIOD TO WS-WORK-PERIOD
                   PERFORM 8200-FIND-PERIOD-SLOT
                   IF SRT-IS-AGING
                       MOVE SRT-REGION TO WS-CUST-REGION
                       MOVE SRT-CLASS TO WS-CUST-CLASS
                       MOVE 'Y' TO WS-CUST-KNOWN-SWITCH
                       PERFORM 4100-POST-AGING
                   ELSE
                       IF NOT WS-CUST-KNOWN
                           PERFORM 4050-LOOK-UP-CUSTOMER
                       END-IF
                       IF SRT-IS-BALANCE
                           PERFORM 4200-POST-BALANCE
                       ELSE
                           PERFORM 4300-POST-MOVEMENT
                       END-IF
                   END-IF
           END-RETURN.

      *> A month with no aging position for the customer (a closed
      *> account's history, say) takes region and class from the
      *> customer master as it stands today.
       4050-LOOK-UP-CUSTOMER.
           MOVE SPACE TO WS-CUST-REGION
           MOVE SPACE TO WS-CUST-CLASS
           MOVE 'Y' TO WS-CUST-KNOWN-SWITCH
           IF NOT WS-CUSTOMER-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SRT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ COCUSTOMER
               INVALID KEY
                   ADD 1 TO WS-LOOKUP-MISSES
               NOT INVALID KEY
                   MOVE CUST-REGION TO WS-CUST-REGION
                   MOVE CUST-CLASS TO WS-CUST-CLASS
           END-READ.

       4100-POST-AGING.
           MOVE 'N' TO WS-POST-ON-FILE
           MOVE 2 TO WS-POST-FIELD
           MOVE SRT-AMOUNT TO WS-POST-AMOUNT
           PERFORM 8300-POST-TO-GROUPS
           MOVE 3 TO WS-POST-FIELD
           MOVE SRT-CURRENT TO WS-POST-AMOUNT
           PERFORM 8300-POST-TO-GROUPS.

       4200-POST-BALANCE.
           MOVE 'Y' TO WS-POST-ON-FILE
           MOVE 1 TO WS-POST-FIELD
           MOVE SRT-AMOUNT TO WS-POST-AMOUNT
           PERFORM 8300-POST-TO-GROUPS.

      *> Invoices are posted as charges (negative) and credit memos
      *> as credits, so both are taken by size. Payments are
      *> positive and their reversals negative, so they net as they
      *> stand.
       4300-POST-MOVEMENT.
           MOVE 'N' TO WS-POST-ON-FILE
           PERFORM 4310-SORT-OUT-MOVEMENT
           PERFORM 8300-POST-TO-GROUPS.

       4310-SORT-OUT-MOVEMENT.
           IF SRT-IS-INVOICE
               MOVE 4 TO WS-POST-FIELD
               COMPUTE WS-POST-AMOUNT = FUNCTION ABS(SRT-AMOUNT)
           ELSE IF SRT-IS-CREDIT-MEMO
               MOVE 4 TO WS-POST-FIELD
               COMPUTE WS-POST-AMOUNT =
                   FUNCTION ABS(SRT-AMOUNT) * -1
           ELSE IF SRT-IS-WRITEOFF
               MOVE 6 TO WS-POST-FIELD
               COMPUTE WS-POST-AMOUNT = FUNCTION ABS(SRT-AMOUNT)
           ELSE
               MOVE 5 TO WS-POST-FIELD
               MOVE SRT-AMOUNT TO WS-POST-AMOUNT
           END-IF.

      *> Bubble the group table into key order: each company's
      *> all-customer view, then its regions, then its classes.
       5000-ORDER-GROUPS.
           PERFORM 5010-ORDER-ONE-PASS
               VARYING WS-PASS-IDX FROM 1 BY 1
               UNTIL WS-PASS-IDX >= WS-GROUP-COUNT.

       5010-ORDER-ONE-PASS.
           COMPUTE WS-GROUP-LIMIT = WS-GROUP-COUNT - WS-PASS-IDX
           PERFORM 5020-ORDER-ONE-PAIR
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-LIMIT.

       5020-ORDER-ONE-PAIR.
           COMPUTE WS-NEXT-GROUP = WS-GROUP-IDX + 1
           IF WS-GR-KEY(WS-GROUP-IDX) > WS-GR-KEY(WS-NEXT-GROUP)
               MOVE WS-GROUP-ENTRY(WS-GROUP-IDX) TO WS-GROUP-HOLD
               MOVE WS-GROUP-ENTRY(WS-NEXT-GROUP)
                   TO WS-GROUP-ENTRY(WS-GROUP-IDX)
               MOVE WS-GROUP-HOLD TO WS-GROUP-ENTRY(WS-NEXT-GROUP)
           END-IF.

       6000-PRINT-KPI-REPORT.
           OPEN OUTPUT KPIRPT
           IF WS-RP-STATUS NOT = "00"
               MOVE "KPIRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-CURR-PERIOD TO PRNPERIOD
           MOVE WS-CD-DATE TO PRNRUNDATE
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM NOTELINE1 AFTER ADVANCING 2 LINES
           WRITE PRINTLINE FROM NOTELINE2
           WRITE PRINTLINE FROM NOTELINE3
           PERFORM 6100-PRINT-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           CLOSE KPIRPT.

       6100-PRINT-ONE-GROUP.
           MOVE WS-GR-KEY(WS-GROUP-IDX) TO WS-GROUP-KEY
           PERFORM 6110-SET-GROUP-HEADING
           WRITE PRINTLINE FROM GROUPHEADING AFTER ADVANCING 3 LINES
           WRITE PRINTLINE FROM TRENDHEADS AFTER ADVANCING 2 LINES
           PERFORM 6200-PRINT-ONE-MONTH
               VARYING WS-PERIOD-IDX FROM 2 BY 1
               UNTIL WS-PERIOD-IDX > 14
           PERFORM 6300-PRINT-VARIANCE.

       6110-SET-GROUP-HEADING.
           IF WS-GK-COMPANY = HIGH-VALUES
               MOVE "**" TO PRNGHCODE
               MOVE "ALL COMPANIES" TO PRNGHNAME
           ELSE
               MOVE WS-GK-COMPANY TO PRNGHCODE
               MOVE SPACES TO PRNGHNAME
               PERFORM 6120-MATCH-COMPANY-NAME
                   VARYING WS-COMPANY-IDX FROM 1 BY 1
                   UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
           END-IF
           MOVE SPACES TO PRNGHVIEW
           IF WS-GK-ALL-CUSTOMERS
               MOVE "All customers" TO PRNGHVIEW
           ELSE IF WS-GK-REGION
               IF WS-GK-CODE = SPACE
                   MOVE "Region not set" TO PRNGHVIEW
               ELSE
                   STRING "Region " WS-GK-CODE DELIMITED BY SIZE
                       INTO PRNGHVIEW
               END-IF
           ELSE IF WS-GK-CODE = 'R'
               MOVE "Class R - retail" TO PRNGHVIEW
           ELSE IF WS-GK-CODE = 'C'
               MOVE "Class C - commercial" TO PRNGHVIEW
           ELSE IF WS-GK-CODE = 'E'
               MOVE "Class E - employee" TO PRNGHVIEW
           ELSE IF WS-GK-CODE = 'V'
               MOVE "Class V - VIP" TO PRNGHVIEW
           ELSE
               STRING "Class " WS-GK-CODE DELIMITED BY SIZE
                   INTO PRNGHVIEW
           END-IF.

       6120-MATCH-COMPANY-NAME.
           IF WS-CT-CODE(WS-COMPANY-IDX) = WS-GK-COMPANY
               MOVE WS-CT-NAME(WS-COMPANY-IDX) TO PRNGHNAME
           END-IF.

       6200-PRINT-ONE-MONTH.
           IF WS-GR-ON-FILE(WS-GROUP-IDX, WS-PERIOD-IDX) NOT = 'Y'
               MOVE WS-PD-PERIOD(WS-PERIOD-IDX) TO PRNNCPERIOD
               WRITE PRINTLINE FROM NOTCLOSEDLINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-COMPUTE-KPIS
           MOVE WS-PD-PERIOD(WS-PERIOD-IDX) TO PRNTRPERIOD
           MOVE WS-AR-END TO PRNTRAMOUNT(1)
           MOVE WS-SALES TO PRNTRAMOUNT(2)
           MOVE WS-GR-AMOUNT(WS-GROUP-IDX, WS-PERIOD-IDX, 5)
               TO PRNTRAMOUNT(3)
           MOVE WS-WRITEOFFS TO PRNTRAMOUNT(4)
           PERFORM 6210-EDIT-ONE-KPI
               VARYING WS-KPI-IDX FROM 1 BY 1
               UNTIL WS-KPI-IDX > 5
           WRITE PRINTLINE FROM TRENDLINE.

       6210-EDIT-ONE-KPI.
           IF WS-KPI-KNOWN(WS-KPI-IDX)
               MOVE WS-KPI-VALUE(WS-KPI-IDX) TO WS-KPI-EDIT
               MOVE WS-KPI-EDIT TO PRNTRKPI(WS-KPI-IDX)
           ELSE
               MOVE "       n/a" TO PRNTRKPI(WS-KPI-IDX)
           END-IF.

      *> The change on the prior month is this month's figure less
      *> last month's; a measure missing in either month shows n/a.
       6300-PRINT-VARIANCE.
           IF WS-GR-ON-FILE(WS-GROUP-IDX, 14) NOT = 'Y'
               OR WS-GR-ON-FILE(WS-GROUP-IDX, 13) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 13 TO WS-PERIOD-IDX
           PERFORM 7000-COMPUTE-KPIS
           MOVE WS-KPI-TABLE TO WS-PRIOR-KPI-TABLE
           MOVE 14 TO WS-PERIOD-IDX
           PERFORM 7000-COMPUTE-KPIS
           MOVE "Change" TO PRNTRPERIOD
           COMPUTE WS-AMOUNT-WORK =
               WS-GR-AMOUNT(WS-GROUP-IDX, 14, 1)
               - WS-GR-AMOUNT(WS-GROUP-IDX, 13, 1)
           MOVE WS-AMOUNT-WORK TO PRNTRAMOUNT(1)
           COMPUTE WS-AMOUNT-WORK =
               WS-GR-AMOUNT(WS-GROUP-IDX, 14, 4)
               - WS-GR-AMOUNT(WS-GROUP-IDX, 13, 4)
           MOVE WS-AMOUNT-WORK TO PRNTRAMOUNT(2)
           COMPUTE WS-AMOUNT-WORK =
               WS-GR-AMOUNT(WS-GROUP-IDX, 14, 5)
               - WS-GR-AMOUNT(WS-GROUP-IDX, 13, 5)
           MOVE WS-AMOUNT-WORK TO PRNTRAMOUNT(3)
           COMPUTE WS-AMOUNT-WORK =
               WS-GR-AMOUNT(WS-GROUP-IDX, 14, 6)
               - WS-GR-AMOUNT(WS-GROUP-IDX, 13, 6)
           MOVE WS-AMOUNT-WORK TO PRNTRAMOUNT(4)
           PERFORM 6310-VARY-ONE-KPI
               VARYING WS-KPI-IDX FROM 1 BY 1
               UNTIL WS-KPI-IDX > 5
           WRITE PRINTLINE FROM TRENDLINE AFTER ADVANCING 2 LINES.

       6310-VARY-ONE-KPI.
           IF WS-KPI-KNOWN(WS-KPI-IDX)
               AND WS-PRIOR-KNOWN(WS-KPI-IDX)
               COMPUTE WS-KPI-EDIT = WS-KPI-VALUE(WS-KPI-IDX)
                   - WS-PRIOR-VALUE(WS-KPI-IDX)
               MOVE WS-KPI-EDIT TO PRNTRKPI(WS-KPI-IDX)
           ELSE
               MOVE "       n/a" TO PRNTRKPI(WS-KPI-IDX)
           END-IF.

      *> Works the five measures for one group and month. Opening
      *> receivables are the prior month end's, when it was closed;
      *> without them there is no effectiveness index and turnover
      *> runs on the closing figure alone.
       7000-COMPUTE-KPIS.
           MOVE WS-GR-AMOUNT(WS-GROUP-IDX, WS-PERIOD-IDX, 1)
               TO WS-AR-END
           MOVE WS-GR-AMOUNT(WS-GROUP-IDX, WS-PERIOD-IDX, 2)
               TO WS-AGED
           MOVE WS-GR-AMOUNT(WS-GROUP-IDX, WS-PERIOD-IDX, 3)
               TO WS-CURRENT
           MOVE WS-GR-AMOUNT(WS-GROUP-IDX, WS-PERIOD-IDX, 4)
               TO WS-SALES
           MOVE WS-GR-AMOUNT(WS-GROUP-IDX, WS-PERIOD-IDX, 6)
               TO WS-WRITEOFFS
           MOVE 'N' TO WS-BEGIN-SWITCH
           MOVE ZERO TO WS-AR-BEGIN
           COMPUTE WS-PREV-IDX = WS-PERIOD-IDX - 1
           IF WS-GR-ON-FILE(WS-GROUP-IDX, WS-PREV-IDX) = 'Y'
               MOVE WS-GR-AMOUNT(WS-GROUP-IDX, WS-PREV-IDX, 1)
                   TO WS-AR-BEGIN
               MOVE 'Y' TO WS-BEGIN-SWITCH
           END-IF
           INITIALIZE WS-KPI-TABLE
           IF WS-SALES > ZERO
               MOVE 'Y' TO WS-KPI-SET(1)
               COMPUTE WS-KPI-VALUE(1) ROUNDED =
                   WS-AR-END / WS-SALES * WS-PD-DAYS(WS-PERIOD-IDX)
                   ON SIZE ERROR MOVE 'N' TO WS-KPI-SET(1)
               END-COMPUTE
               MOVE 'Y' TO WS-KPI-SET(5)
               COMPUTE WS-KPI-VALUE(5) ROUNDED =
                   WS-WRITEOFFS / WS-SALES * 100
                   ON SIZE ERROR MOVE 'N' TO WS-KPI-SET(5)
               END-COMPUTE
           END-IF
           IF WS-BEGIN-KNOWN
               COMPUTE WS-CEI-BASE =
                   WS-AR-BEGIN + WS-SALES - WS-CURRENT
               IF WS-CEI-BASE > ZERO
                   MOVE 'Y' TO WS-KPI-SET(2)
                   COMPUTE WS-KPI-VALUE(2) ROUNDED =
                       (WS-AR-BEGIN + WS-SALES - WS-AR-END)
                       / WS-CEI-BASE * 100
                       ON SIZE ERROR MOVE 'N' TO WS-KPI-SET(2)
                   END-COMPUTE
               END-IF
               COMPUTE WS-AR-AVERAGE ROUNDED =
                   (WS-AR-BEGIN + WS-AR-END) / 2
           ELSE
               MOVE WS-AR-END TO WS-AR-AVERAGE
           END-IF
           IF WS-AR-AVERAGE > ZERO AND WS-SALES > ZERO
               MOVE 'Y' TO WS-KPI-SET(3)
               COMPUTE WS-KPI-VALUE(3) ROUNDED =
                   WS-SALES * 12 / WS-AR-AVERAGE
                   ON SIZE ERROR MOVE 'N' TO WS-KPI-SET(3)
               END-COMPUTE
           END-IF
           IF WS-AGED > ZERO
               MOVE 'Y' TO WS-KPI-SET(4)
               COMPUTE WS-KPI-VALUE(4) ROUNDED =
                   WS-CURRENT / WS-AGED * 100
                   ON SIZE ERROR MOVE 'N' TO WS-KPI-SET(4)
               END-COMPUTE
           END-IF.

       8000-SET-COMPANY-PATHS.
           MOVE SPACES TO WS-MEB-PATH WS-MEA-PATH WS-HIST-PATH
               WS-CUST-PATH
           STRING FUNCTION TRIM(WS-CT-PATH(WS-COMPANY-IDX))
               DELIMITED BY SIZE
               "/files/MonthEndBalances.dat" DELIMITED BY SIZE
               INTO WS-MEB-PATH
           STRING FUNCTION TRIM(WS-CT-PATH(WS-COMPANY-IDX))
               DELIMITED BY SIZE
               "/files/MonthEndAging.dat" DELIMITED BY SIZE
               INTO WS-MEA-PATH
           STRING FUNCTION TRIM(WS-CT-PATH(WS-COMPANY-IDX))
               DELIMITED BY SIZE
               "/files/CustomerHistory.dat" DELIMITED BY SIZE
               INTO WS-HIST-PATH
           STRING FUNCTION TRIM(WS-CT-PATH(WS-COMPANY-IDX))
               DELIMITED BY SIZE
               "/files/Customer.dat" DELIMITED BY SIZE
               INTO WS-CUST-PATH.

       8100-FIND-GROUP-ENTRY.
           MOVE 'N' TO WS-GROUP-FOUND
           PERFORM 8110-MATCH-GROUP-ENTRY
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-ON-TABLE
               OR WS-GROUP-IDX > WS-GROUP-COUNT
           IF WS-GROUP-ON-TABLE
               MOVE WS-GROUP-HIT TO WS-GROUP-IDX
           ELSE
               IF WS-GROUP-COUNT < 150
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
                   INITIALIZE WS-GROUP-ENTRY(WS-GROUP-IDX)
                   MOVE WS-GROUP-KEY
                       TO WS-GR-KEY(WS-GROUP-IDX)
                   MOVE 'Y' TO WS-GROUP-FOUND
               END-IF
           END-IF.

       8110-MATCH-GROUP-ENTRY.
           IF WS-GR-KEY(WS-GROUP-IDX) = WS-GROUP-KEY
               MOVE 'Y' TO WS-GROUP-FOUND
               MOVE WS-GROUP-IDX TO WS-GROUP-HIT
           END-IF.

      *> The period slot is found by month arithmetic rather than a
      *> table search - slot 14 less the months back from the run.
       8200-FIND-PERIOD-SLOT.
           MOVE 'N' TO WS-PERIOD-FOUND
           IF WS-WK-MM < 1 OR WS-WK-MM > 12
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-MONTHS = WS-WK-YYYY * 12 + WS-WK-MM
           COMPUTE WS-MONTH-GAP = WS-CURR-MONTHS - WS-WORK-MONTHS
           IF WS-MONTH-GAP NOT < ZERO
               AND WS-MONTH-GAP NOT > WS-LOOKBACK-MONTHS
               COMPUTE WS-PERIOD-IDX = 14 - WS-MONTH-GAP
               MOVE 'Y' TO WS-PERIOD-FOUND
           END-IF.

      *> Posts one amount to the company's all-customer, region and
      *> class groups, and to the all-companies groups when the run
      *> covers more than one company. A blank class is retail.
       8300-POST-TO-GROUPS.
           MOVE WS-CT-CODE(WS-COMPANY-IDX) TO WS-GK-COMPANY
           PERFORM 8310-POST-COMPANY-VIEWS
           IF WS-COMPANY-COUNT > 1
               MOVE HIGH-VALUES TO WS-GK-COMPANY
               PERFORM 8310-POST-COMPANY-VIEWS
           END-IF.

       8310-POST-COMPANY-VIEWS.
           SET WS-GK-ALL-CUSTOMERS TO TRUE
           MOVE SPACE TO WS-GK-CODE
           PERFORM 8320-POST-ONE-GROUP
           SET WS-GK-REGION TO TRUE
           MOVE WS-CUST-REGION TO WS-GK-CODE
           PERFORM 8320-POST-ONE-GROUP
           SET WS-GK-CLASS TO TRUE
           IF WS-CUST-CLASS = SPACE
               MOVE 'R' TO WS-GK-CODE
           ELSE
               MOVE WS-CUST-CLASS TO WS-GK-CODE
           END-IF
           PERFORM 8320-POST-ONE-GROUP.

       8320-POST-ONE-GROUP.
           PERFORM 8100-FIND-GROUP-ENTRY
           IF NOT WS-GROUP-ON-TABLE
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD WS-POST-AMOUNT TO WS-GR-AMOUNT(WS-GROUP-IDX,
               WS-PERIOD-IDX, WS-POST-FIELD)
           IF WS-POST-ON-FILE = 'Y'
               MOVE 'Y' TO WS-GR-ON-FILE(WS-GROUP-IDX, WS-PERIOD-IDX)
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
