            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEFILE ASSIGN TO "files/CashForecastRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT ITEMFILE ASSIGN TO "files/ForecastItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FCI-KEY
               FILE STATUS IS WS-FI-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT PLANFILE ASSIGN TO "files/PaymentPlans.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS WS-PL-STATUS.
           SELECT QUEUEFILE ASSIGN TO "files/CollectionQueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CQ-KEY
               FILE STATUS IS WS-CQ-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT FORECASTRPT ASSIGN TO "files/CashForecast.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.
           SELECT ACTUALRPT ASSIGN TO "files/ForecastActual.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD RATEFILE.
       01 RATERECORD.
           02 FCR-SOURCE PIC X(3).
           02 FCR-BUCKET PIC 9.
           02 FCR-RATE PIC V9(4).
           02 FCR-OBS-GROSS PIC 9(9)V99.
           02 FCR-OBS-ACTUAL PIC 9(9)V99.
           02 FCR-TUNED-DATE PIC 9(8).

       FD ITEMFILE.
       COPY "ForecastItem.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD PLANFILE.
       COPY "PaymentPlan.cpy".

       FD QUEUEFILE.
       COPY "CollectionQueue.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD FORECASTRPT.
       01 PRINTLINE PIC X(120).

       FD ACTUALRPT.
       01 ACTUALLINE PIC X(120).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-IDNUM PIC 9(7).
           02 SRT-KIND PIC X.
               88 SRT-IS-ACCOUNT VALUE 'A'.
               88 SRT-IS-EXPECTED VALUE 'E'.
               88 SRT-IS-INVOICE VALUE 'V'.
           02 SRT-DATE PIC 9(8).
           02 SRT-SOURCE PIC 9.
           02 SRT-REFERENCE PIC 9(7).
           02 SRT-AMOUNT PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HAVE-HISTORY PIC X VALUE 'N'.
           88 WS-HISTORY-FILE-OPEN VALUE 'Y'.
       01 WS-HAVE-PLANS PIC X VALUE 'N'.
           88 WS-PLAN-FILE-OPEN VALUE 'Y'.
       01 WS-HAVE-QUEUE PIC X VALUE 'N'.
           88 WS-QUEUE-FILE-OPEN VALUE 'Y'.
       01 WS-PARM-STRING PIC X(20). *> optional PARM "TUNE"
       01 WS-TUNE-SWITCH PIC X VALUE 'N'.
           88 WS-TUNE-MODE VALUE 'Y'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-TODAY-SPLIT.
           02 WS-TS-YYYY PIC 9(4).
           02 WS-TS-MM PIC 99.
           02 WS-TS-DD PIC 99.
       01 WS-TODAY-INTEGER PIC 9(8) COMP-3.
       01 WS-HORIZON-DATE PIC 9(8).
       01 WS-WORK-INTEGER PIC 9(8) COMP-3.
       01 WS-AGE-DAYS PIC S9(7) COMP-3.
       01 WS-WEEK-NO PIC 99.
       01 WS-WEEK-IDX PIC 99 COMP-3.

      *> Rates by source and age of the expected payment. Ages are
      *> not yet due, then 1-30, 31-60, 61-90 and over 90 days late.
      *> The observed figures build up as forecast weeks mature and
      *> are what a TUNE run sets each rate from.
       01 WS-SEED-TABLE.
           02 FILLER PIC X(23) VALUE "INV95008000600040001500".
           02 FILLER PIC X(23) VALUE "PLN90006000400025001000".
           02 FILLER PIC X(23) VALUE "ACH98009000750050002500".
           02 FILLER PIC X(23) VALUE "PTP65004000250015000500".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           02 WS-SEED-SOURCE OCCURS 4 TIMES.
               03 WS-SEED-CODE PIC X(3).
               03 WS-SEED-RATE PIC V9(4) OCCURS 5 TIMES.
       01 WS-AGE-LABEL-TABLE.
           02 FILLER PIC X(6) VALUE "Cur".
           02 FILLER PIC X(6) VALUE "1-30".
           02 FILLER PIC X(6) VALUE "31-60".
           02 FILLER PIC X(6) VALUE "61-90".
           02 FILLER PIC X(6) VALUE "90+".
       01 WS-AGE-LABELS REDEFINES WS-AGE-LABEL-TABLE.
           02 WS-AGE-LABEL PIC X(6) OCCURS 5 TIMES.

       01 WS-RATE-TABLE.
           02 WS-RT-SOURCE OCCURS 4 TIMES.
               03 WS-RT-CODE PIC X(3).
               03 WS-RT-BUCKET OCCURS 5 TIMES.
                   04 WS-RT-RATE PIC V9(4).
                   04 WS-RT-OLD-RATE PIC V9(4).
                   04 WS-RT-OBS-GROSS PIC 9(9)V99 COMP-3.
                   04 WS-RT-OBS-ACTUAL PIC 9(9)V99 COMP-3.
                   04 WS-RT-TUNED-DATE PIC 9(8).
                   04 WS-RT-ITEMS PIC 9(5) COMP-3.
                   04 WS-RT-RUN-GROSS PIC S9(9)V99 COMP-3.
                   04 WS-RT-RUN-FORECAST PIC S9(9)V99 COMP-3.
                   04 WS-RT-RUN-ACTUAL PIC S9(9)V99 COMP-3.
       01 WS-SOURCE-CODE PIC X(3).
           88 WS-SOURCE-INVOICE VALUE 'INV'.
           88 WS-SOURCE-PLAN VALUE 'PLN'.
           88 WS-SOURCE-AUTOPAY VALUE 'ACH'.
           88 WS-SOURCE-PROMISE VALUE 'PTP'.
       01 WS-SRC-IDX PIC 9 COMP-3.
       01 WS-BKT-IDX PIC 9 COMP-3.
       01 WS-TUNE-MIN-GROSS PIC 9(7)V99 VALUE 1000.00.
       01 WS-TUNED-COUNT PIC 9(3) COMP-3 VALUE ZERO.

      *> Forecast by week, week 1 starting on the run date.
       01 WS-WEEK-TABLE.
           02 WS-WK-ENTRY OCCURS 13 TIMES.
               03 WS-WK-START PIC 9(8).
               03 WS-WK-END PIC 9(8).
               03 WS-WK-GROSS PIC S9(9)V99 COMP-3.
               03 WS-WK-FORECAST PIC S9(9)V99 COMP-3
                   OCCURS 4 TIMES.
               03 WS-WK-TOTAL PIC S9(9)V99 COMP-3.
       01 WS-CUMULATIVE PIC S9(9)V99 COMP-3.
       01 WS-CUMULATIVE-GROSS PIC S9(9)V99 COMP-3.

      *> Matured forecasts by how many weeks ahead they were made.
       01 WS-AHEAD-TABLE.
           02 WS-AH-ENTRY OCCURS 13 TIMES.
               03 WS-AH-ITEMS PIC 9(5) COMP-3.
               03 WS-AH-FORECAST PIC S9(9)V99 COMP-3.
               03 WS-AH-ACTUAL PIC S9(9)V99 COMP-3.

      *> One customer's choice of source while the sort is returned.
       01 WS-CUR-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-CUR-SOURCE PIC 9 VALUE ZERO.
       01 WS-CUR-CAP PIC S9(7)V99 COMP-3.
       01 WS-CUR-SEQ PIC 9(3).
       01 WS-ITEM-AMOUNT PIC S9(7)V99 COMP-3.

      *> Customer being read in the input procedure.
       01 WS-FC-IDNUM PIC 9(7).
       01 WS-FC-CYCLE PIC 9.
       01 WS-FC-OWED PIC S9(7)V99 COMP-3.
       01 WS-FC-CAP-LEFT PIC S9(7)V99 COMP-3.
       01 WS-FC-STAY-SWITCH PIC X.
           88 WS-FC-STAYED VALUE 'Y'.
       01 WS-FC-MANDATE-SWITCH PIC X.
           88 WS-FC-MANDATE-LIVE VALUE 'Y'.
       01 WS-FC-PLAN-SWITCH PIC X.
           88 WS-FC-PLAN-ACTIVE VALUE 'Y'.
       01 WS-FC-PROMISE-SWITCH PIC X.
           88 WS-FC-PROMISE-OPEN VALUE 'Y'.
       01 WS-DEBIT-DATE PIC 9(8).
       01 WS-DEBIT-SPLIT.
           02 WS-DS-YYYY PIC 9(4).
           02 WS-DS-MM PIC 99.
           02 WS-DS-DD PIC 99.
       01 WS-INST-NO PIC 9(3).
       01 WS-INST-FIRST PIC 9(3).
       01 WS-PLAN-START-SPLIT.
           02 WS-PS-YYYY PIC 9(4).
           02 WS-PS-MM PIC 99.
           02 WS-PS-DD PIC 99.
       01 WS-MONTH-INDEX PIC 9(6) COMP-3.
       01 WS-DUE-SPLIT.
           02 WS-DU-YYYY PIC 9(4).
           02 WS-DU-MM PIC 99.
           02 WS-DU-DD PIC 99.
       01 WS-DUE-DATE REDEFINES WS-DUE-SPLIT PIC 9(8).
       01 WS-PAST-HORIZON-SWITCH PIC X.
           88 WS-PAST-HORIZON VALUE 'Y'.
       01 WS-OUTSTANDING PIC S9(9)V99 COMP-3.

      *> Receipts matched to one run's items for one customer, so two
      *> items in the same week cannot both claim the same payment.
       01 WS-CMP-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CMP-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-CONSUMED-TABLE.
           02 WS-CONSUMED PIC S9(7)V99 COMP-3 OCCURS 13 TIMES.
       01 WS-WEEK-PAID PIC S9(7)V99 COMP-3.
       01 WS-AVAILABLE PIC S9(7)V99 COMP-3.
       01 WS-MATCHED PIC S9(7)V99 COMP-3.

       01 WS-CUSTOMER-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-STAYED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ITEM-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-BAD-DATE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-COMPARED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-TOTAL-GROSS PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-FORECAST PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 FORECASTTITLE.
           02 FILLER PIC X(35) VALUE
               "Collections cash forecast - run of ".
           02 PRNFCRUNDATE PIC 9(8).
           02 FILLER PIC X(15) VALUE " - 13 weeks to ".
           02 PRNFCHORIZON PIC 9(8).
       01 HEADS.
           02 FILLER PIC X(13) VALUE " Wk  Week of ".
           02 FILLER PIC X(14) VALUE "      Invoices".
           02 FILLER PIC X(14) VALUE "         Plans".
           02 FILLER PIC X(14) VALUE "       Autopay".
           02 FILLER PIC X(14) VALUE "      Promises".
           02 FILLER PIC X(14) VALUE "    Week total".
           02 FILLER PIC X(14) VALUE "    Cumulative".
       01 WEEKLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNWEEKNO PIC Z9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNWEEKSTART PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNWKINV PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNWKPLN PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNWKACH PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNWKPTP PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNWKTOTAL PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNWKCUMUL PIC $$,$$$,$$9.99.
       01 HORIZONLINE.
           02 FILLER PIC X(14) VALUE " Through week ".
           02 PRNHZWEEK PIC Z9.
           02 FILLER PIC X(17) VALUE " - expect to see ".
           02 PRNHZFORECAST PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(10) VALUE " of gross ".
           02 PRNHZGROSS PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(4) VALUE " due".

       01 ACTUALTITLE.
           02 FILLER PIC X(40) VALUE
               "Forecast against actual receipts - run ".
           02 PRNACRUNDATE PIC 9(8).
       01 AHEADHEADS.
           02 FILLER PIC X(40) VALUE
               " Weeks ahead  Items       Forecast     ".
           02 FILLER PIC X(40) VALUE
               "    Actual       Variance".
       01 AHEADLINE.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNAHWEEK PIC Z9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNAHITEMS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNAHFORECAST PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNAHACTUAL PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNAHVARIANCE PIC -$$,$$$,$$9.99.
       01 RATEHEADS.
           02 FILLER PIC X(40) VALUE
               " Src Age    Items          Gross       ".
           02 FILLER PIC X(40) VALUE
               "Forecast         Actual   Rate   Kept".
       01 RATELINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRTSOURCE PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PRNRTAGE PIC X(6).
           02 PRNRTITEMS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRTGROSS PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRTFORECAST PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRTACTUAL PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRTRATE PIC 9.9999.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRTKEPT PIC 9.9999.
       01 TUNELINE.
           02 FILLER PIC X(12) VALUE " Rate tuned ".
           02 PRNTNSOURCE PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PRNTNAGE PIC X(6).
           02 FILLER PIC X(5) VALUE " from".
           02 PRNTNOLD PIC 9.9999.
           02 FILLER PIC X(4) VALUE " to ".
           02 PRNTNNEW PIC 9.9999.
           02 FILLER PIC X(10) VALUE " on gross ".
           02 PRNTNGROSS PIC $$$,$$$,$$9.99.

       01 WS-FR-STATUS PIC XX.
       01 WS-FI-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-CQ-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-FP-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Treasury's view of the cash expected in over the next 13
      *> weeks. Each customer owing money is forecast from one source
      *> only, so the same money is never counted twice: a live
      *> autopay mandate first, then an active payment plan, then an
      *> open promise to pay, and otherwise the open invoices by due
      *> date - never more than the balance owed. Every expected
      *> payment is discounted by the rate for its source and age.
      *> Each run first checks earlier forecasts whose week has ended
      *> against the payments actually posted, and a TUNE run resets
      *> each rate to the share actually kept.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM-STRING)
               TO WS-PARM-STRING
           IF WS-PARM-STRING(1:4) = "TUNE"
               MOVE 'Y' TO WS-TUNE-SWITCH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-SPLIT
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 90)
           PERFORM 0100-LOAD-RATES
           OPEN I-O ITEMFILE
           IF WS-FI-STATUS = "35"
               OPEN OUTPUT ITEMFILE
               CLOSE ITEMFILE
               OPEN I-O ITEMFILE
           END-IF
           IF WS-FI-STATUS NOT = "00"
               MOVE "ITEMFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-FI-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT ACTUALRPT
           IF WS-AR-STATUS NOT = "00"
               MOVE "ACTUALRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-AR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-HISTORY
           ELSE
               DISPLAY "HISTORYFILE STATUS " WS-HF-STATUS
                   " - matured forecasts compared with no receipts"
           END-IF
           PERFORM 2000-COMPARE-ACTUALS
           IF WS-HISTORY-FILE-OPEN
               CLOSE HISTORYFILE
           END-IF
           IF WS-TUNE-MODE
               PERFORM 2500-TUNE-RATES
           END-IF
           CLOSE ACTUALRPT
           PERFORM 0300-SAVE-RATES
           PERFORM 3000-CLEAR-TODAYS-ITEMS
           PERFORM 3050-SET-WEEK-DATES
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 13
           OPEN OUTPUT FORECASTRPT
           IF WS-FP-STATUS NOT = "00"
               MOVE "FORECASTRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-FP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           SORT SORTWORK ASCENDING KEY SRT-IDNUM SRT-KIND SRT-DATE
               INPUT PROCEDURE 4000-SELECT-EXPECTED
               OUTPUT PROCEDURE 5000-BUILD-FORECAST
           PERFORM 6000-PRINT-FORECAST
           CLOSE ITEMFILE
           CLOSE FORECASTRPT
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY WS-BAD-DATE-COUNT " expected payments had an "
                   "invalid date and were left out"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Cash forecast complete - " WS-CUSTOMER-COUNT
               " customers, " WS-ITEM-COUNT " expected payments, "
               WS-TOTAL-FORECAST " forecast of " WS-TOTAL-GROSS
               " gross"
           DISPLAY "Matured forecast items compared "
               WS-COMPARED-COUNT ", rates tuned " WS-TUNED-COUNT
               ", " WS-STAYED-COUNT " accounts under bankruptcy "
               "stay left out"
           GOBACK.

      *> Rates start from the standard table and are overridden by
      *> whatever is on file, so a source or age missing from the file
      *> still forecasts. The file is written back at the end of the
      *> comparison, which also seeds it on the first run.
       0100-LOAD-RATES.
           PERFORM 0110-SET-DEFAULT-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 4
           OPEN INPUT RATEFILE
           IF WS-FR-STATUS = "35"
               DISPLAY "Forecast rates seeded with standard rates"
               EXIT PARAGRAPH
           END-IF
           IF WS-FR-STATUS NOT = "00"
               DISPLAY "RATEFILE STATUS " WS-FR-STATUS
                   " - standard forecast rates used"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 0120-LOAD-ONE-RATE UNTIL WSEOF
           CLOSE RATEFILE.

       0110-SET-DEFAULT-SOURCE.
           MOVE WS-SEED-CODE(WS-SRC-IDX) TO WS-RT-CODE(WS-SRC-IDX)
           PERFORM 0115-SET-DEFAULT-RATE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 5.

       0115-SET-DEFAULT-RATE.
           MOVE WS-SEED-RATE(WS-SRC-IDX, WS-BKT-IDX)
               TO WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX)
           MOVE ZERO TO WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               WS-RT-OBS-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
               WS-RT-TUNED-DATE(WS-SRC-IDX, WS-BKT-IDX)
               WS-RT-ITEMS(WS-SRC-IDX, WS-BKT-IDX)
               WS-RT-RUN-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               WS-RT-RUN-FORECAST(WS-SRC-IDX, WS-BKT-IDX)
               WS-RT-RUN-ACTUAL(WS-SRC-IDX, WS-BKT-IDX).

       0120-LOAD-ONE-RATE.
           READ RATEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   MOVE FCR-SOURCE TO WS-SOURCE-CODE
                   PERFORM 0130-FIND-SOURCE
                   IF WS-SRC-IDX > ZERO AND FCR-BUCKET < 5
                       COMPUTE WS-BKT-IDX = FCR-BUCKET + 1
                       MOVE FCR-RATE
                           TO WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX)
                       MOVE FCR-OBS-GROSS
                           TO WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
                       MOVE FCR-OBS-ACTUAL
                           TO WS-RT-OBS-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
                       MOVE FCR-TUNED-DATE
                           TO WS-RT-TUNED-DATE(WS-SRC-IDX, WS-BKT-IDX)
                   ELSE
                       DISPLAY "Forecast rate " FCR-SOURCE " "
                           FCR-BUCKET " not recognised - ignored"
                   END-IF
           END-READ.

       0130-FIND-SOURCE.
           EVALUATE TRUE
               WHEN WS-SOURCE-INVOICE
                   MOVE 1 TO WS-SRC-IDX
               WHEN WS-SOURCE-PLAN
                   MOVE 2 TO WS-SRC-IDX
               WHEN WS-SOURCE-AUTOPAY
                   MOVE 3 TO WS-SRC-IDX
               WHEN WS-SOURCE-PROMISE
                   MOVE 4 TO WS-SRC-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-SRC-IDX
           END-EVALUATE.

       0300-SAVE-RATES.
           OPEN OUTPUT RATEFILE
           IF WS-FR-STATUS NOT = "00"
               DISPLAY "RATEFILE STATUS " WS-FR-STATUS
                   " - forecast rates and observations not saved"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0310-SAVE-ONE-SOURCE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 4
               CLOSE RATEFILE
           END-IF.

       0310-SAVE-ONE-SOURCE.
           PERFORM 0320-SAVE-ONE-RATE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 5.

       0320-SAVE-ONE-RATE.
           MOVE WS-RT-CODE(WS-SRC-IDX) TO FCR-SOURCE
           COMPUTE FCR-BUCKET = WS-BKT-IDX - 1
           MOVE WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX) TO FCR-RATE
           MOVE WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               TO FCR-OBS-GROSS
           MOVE WS-RT-OBS-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
               TO FCR-OBS-ACTUAL
           MOVE WS-RT-TUNED-DATE(WS-SRC-IDX, WS-BKT-IDX)
               TO FCR-TUNED-DATE
           WRITE RATERECORD.

      *> Every forecast item whose week has ended is matched against
      *> the payments the customer actually made in that week, as the
      *> posted history shows them.
       2000-COMPARE-ACTUALS.
           MOVE WS-TODAY-DATE TO PRNACRUNDATE
           WRITE ACTUALLINE FROM ACTUALTITLE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO FCI-RUN-DATE FCI-IDNUM FCI-SEQ
           START ITEMFILE KEY IS NOT LESS THAN FCI-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2100-CHECK-ONE-ITEM UNTIL WSEOF
           IF WS-COMPARED-COUNT = ZERO
               MOVE SPACES TO ACTUALLINE
               WRITE ACTUALLINE
               MOVE " No forecast weeks have ended since the last run"
                   TO ACTUALLINE
               WRITE ACTUALLINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACTUALLINE
           WRITE ACTUALLINE
           WRITE ACTUALLINE FROM AHEADHEADS
           PERFORM 2400-PRINT-ONE-AHEAD
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 13
           MOVE SPACES TO ACTUALLINE
           WRITE ACTUALLINE
           WRITE ACTUALLINE FROM RATEHEADS
           PERFORM 2410-PRINT-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 4.

       2100-CHECK-ONE-ITEM.
           READ ITEMFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND FCI-PENDING
               AND FCI-WEEK-END < WS-TODAY-DATE
               PERFORM 2200-COMPARE-ONE-ITEM
           END-IF.

       2200-COMPARE-ONE-ITEM.
           IF FCI-RUN-DATE NOT = WS-CMP-RUN-DATE
               OR FCI-IDNUM NOT = WS-CMP-IDNUM
               MOVE FCI-RUN-DATE TO WS-CMP-RUN-DATE
               MOVE FCI-IDNUM TO WS-CMP-IDNUM
               INITIALIZE WS-CONSUMED-TABLE
           END-IF
           PERFORM 2300-TOTAL-WEEK-PAYMENTS
           COMPUTE WS-AVAILABLE =
               WS-WEEK-PAID - WS-CONSUMED(FCI-WEEK)
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF
           IF WS-AVAILABLE < FCI-GROSS
               MOVE WS-AVAILABLE TO WS-MATCHED
           ELSE
               MOVE FCI-GROSS TO WS-MATCHED
           END-IF
           ADD WS-MATCHED TO WS-CONSUMED(FCI-WEEK)
           MOVE WS-MATCHED TO FCI-ACTUAL
           SET FCI-COMPARED TO TRUE
           MOVE WS-TODAY-DATE TO FCI-COMPARED-DATE
           REWRITE FORECASTITEMRECORD
               INVALID KEY
                   DISPLAY "Forecast item rewrite failed for customer "
                       FCI-IDNUM " run " FCI-RUN-DATE
           END-REWRITE
           ADD 1 TO WS-COMPARED-COUNT
           ADD 1 TO WS-AH-ITEMS(FCI-WEEK)
           ADD FCI-FORECAST TO WS-AH-FORECAST(FCI-WEEK)
           ADD FCI-ACTUAL TO WS-AH-ACTUAL(FCI-WEEK)
           MOVE FCI-SOURCE TO WS-SOURCE-CODE
           PERFORM 0130-FIND-SOURCE
           IF WS-SRC-IDX > ZERO
               COMPUTE WS-BKT-IDX = FCI-BUCKET + 1
               ADD 1 TO WS-RT-ITEMS(WS-SRC-IDX, WS-BKT-IDX)
               ADD FCI-GROSS TO WS-RT-RUN-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               ADD FCI-FORECAST
                   TO WS-RT-RUN-FORECAST(WS-SRC-IDX, WS-BKT-IDX)
               ADD FCI-ACTUAL
                   TO WS-RT-RUN-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
               ADD FCI-GROSS TO WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               ADD FCI-ACTUAL
                   TO WS-RT-OBS-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
           END-IF.

      *> Payments count the way PlanMonitor counts them: posted PAY
      *> movements, whatever channel they came in by.
       2300-TOTAL-WEEK-PAYMENTS.
           MOVE ZERO TO WS-WEEK-PAID
           IF NOT WS-HISTORY-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           MOVE FCI-IDNUM TO HIST-IDNUM
           MOVE FCI-WEEK-START TO HIST-DATE
           MOVE ZERO TO HIST-SEQ
           START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 2310-ADD-ONE-PAYMENT UNTIL WS-HIST-EOF.

       2310-ADD-ONE-PAYMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF HIST-IDNUM NOT = FCI-IDNUM
                   OR HIST-DATE > FCI-WEEK-END
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF HIST-IS-PAYMENT AND HIST-AMOUNT > ZERO
                       ADD HIST-AMOUNT TO WS-WEEK-PAID
                   END-IF
               END-IF
           END-IF.

       2400-PRINT-ONE-AHEAD.
           IF WS-AH-ITEMS(WS-WEEK-IDX) > ZERO
               MOVE WS-WEEK-IDX TO PRNAHWEEK
               MOVE WS-AH-ITEMS(WS-WEEK-IDX) TO PRNAHITEMS
               MOVE WS-AH-FORECAST(WS-WEEK-IDX) TO PRNAHFORECAST
               MOVE WS-AH-ACTUAL(WS-WEEK-IDX) TO PRNAHACTUAL
               COMPUTE PRNAHVARIANCE = WS-AH-ACTUAL(WS-WEEK-IDX)
                   - WS-AH-FORECAST(WS-WEEK-IDX)
               WRITE ACTUALLINE FROM AHEADLINE
           END-IF.

       2410-PRINT-ONE-SOURCE.
           PERFORM 2420-PRINT-ONE-RATE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 5.

       2420-PRINT-ONE-RATE.
           IF WS-RT-ITEMS(WS-SRC-IDX, WS-BKT-IDX) > ZERO
               MOVE WS-RT-CODE(WS-SRC-IDX) TO PRNRTSOURCE
               MOVE WS-AGE-LABEL(WS-BKT-IDX) TO PRNRTAGE
               MOVE WS-RT-ITEMS(WS-SRC-IDX, WS-BKT-IDX) TO PRNRTITEMS
               MOVE WS-RT-RUN-GROSS(WS-SRC-IDX, WS-BKT-IDX)
                   TO PRNRTGROSS
               MOVE WS-RT-RUN-FORECAST(WS-SRC-IDX, WS-BKT-IDX)
                   TO PRNRTFORECAST
               MOVE WS-RT-RUN-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
                   TO PRNRTACTUAL
               MOVE WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX) TO PRNRTRATE
               IF WS-RT-RUN-GROSS(WS-SRC-IDX, WS-BKT-IDX) > ZERO
                   COMPUTE PRNRTKEPT ROUNDED =
                       WS-RT-RUN-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
                       / WS-RT-RUN-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               ELSE
                   MOVE ZERO TO PRNRTKEPT
               END-IF
               WRITE ACTUALLINE FROM RATELINE
           END-IF.

      *> A rate is only reset once enough forecast money has matured
      *> behind it to mean something; the observations then start
      *> again from nothing.
       2500-TUNE-RATES.
           MOVE SPACES TO ACTUALLINE
           WRITE ACTUALLINE
           PERFORM 2510-TUNE-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 4
           IF WS-TUNED-COUNT = ZERO
               MOVE " No rate has enough matured forecast to tune"
                   TO ACTUALLINE
               WRITE ACTUALLINE
           END-IF.

       2510-TUNE-ONE-SOURCE.
           PERFORM 2520-TUNE-ONE-RATE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 5.

       2520-TUNE-ONE-RATE.
           IF WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               < WS-TUNE-MIN-GROSS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX)
               TO WS-RT-OLD-RATE(WS-SRC-IDX, WS-BKT-IDX)
           IF WS-RT-OBS-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
               NOT < WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               MOVE .9999 TO WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX)
           ELSE
               COMPUTE WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX) ROUNDED =
                   WS-RT-OBS-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
                   / WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
           END-IF
           MOVE WS-RT-CODE(WS-SRC-IDX) TO PRNTNSOURCE
           MOVE WS-AGE-LABEL(WS-BKT-IDX) TO PRNTNAGE
           MOVE WS-RT-OLD-RATE(WS-SRC-IDX, WS-BKT-IDX) TO PRNTNOLD
           MOVE WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX) TO PRNTNNEW
           MOVE WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX) TO PRNTNGROSS
           WRITE ACTUALLINE FROM TUNELINE
           MOVE WS-TODAY-DATE
               TO WS-RT-TUNED-DATE(WS-SRC-IDX, WS-BKT-IDX)
           MOVE ZERO TO WS-RT-OBS-GROSS(WS-SRC-IDX, WS-BKT-IDX)
               WS-RT-OBS-ACTUAL(WS-SRC-IDX, WS-BKT-IDX)
           ADD 1 TO WS-TUNED-COUNT.

      *> A second run on the same day replaces the day's forecast.
       3000-CLEAR-TODAYS-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-TODAY-DATE TO FCI-RUN-DATE
           MOVE ZERO TO FCI-IDNUM FCI-SEQ
           START ITEMFILE KEY IS NOT LESS THAN FCI-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 3010-CLEAR-ONE-ITEM UNTIL WSEOF
           IF WS-CLEARED-COUNT > ZERO
               DISPLAY "Earlier forecast for " WS-TODAY-DATE
                   " replaced - " WS-CLEARED-COUNT " items removed"
           END-IF.

       3010-CLEAR-ONE-ITEM.
           READ ITEMFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF
               IF FCI-RUN-DATE NOT = WS-TODAY-DATE
                   SET WSEOF TO TRUE
               ELSE
                   DELETE ITEMFILE
                       INVALID KEY
                           DISPLAY "Forecast item delete failed for "
                               "customer " FCI-IDNUM
                       NOT INVALID KEY
                           ADD 1 TO WS-CLEARED-COUNT
                   END-DELETE
               END-IF
           END-IF.

       3050-SET-WEEK-DATES.
           COMPUTE WS-WORK-INTEGER =
               WS-TODAY-INTEGER + ((WS-WEEK-IDX - 1) * 7)
           COMPUTE WS-WK-START(WS-WEEK-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           COMPUTE WS-WK-END(WS-WEEK-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER + 6)
           MOVE ZERO TO WS-WK-GROSS(WS-WEEK-IDX)
               WS-WK-TOTAL(WS-WEEK-IDX)
               WS-WK-FORECAST(WS-WEEK-IDX, 1)
               WS-WK-FORECAST(WS-WEEK-IDX, 2)
               WS-WK-FORECAST(WS-WEEK-IDX, 3)
               WS-WK-FORECAST(WS-WEEK-IDX, 4).

      *> Customers first, deciding each one's source; then the open
      *> invoices, which only count for customers left to invoices.
       4000-SELECT-EXPECTED.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               DISPLAY "CUSTOMERFILE STATUS " WS-CF-STATUS
                   " - nothing to forecast"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLANFILE
           IF WS-PL-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-PLANS
           END-IF
           OPEN INPUT QUEUEFILE
           IF WS-CQ-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-QUEUE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-CHECK-ONE-CUSTOMER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           IF WS-PLAN-FILE-OPEN
               CLOSE PLANFILE
           END-IF
           IF WS-QUEUE-FILE-OPEN
               CLOSE QUEUEFILE
           END-IF
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "INVOICEFILE STATUS " WS-IH-STATUS
                   " - no open invoices forecast"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4500-RELEASE-ONE-INVOICE UNTIL WSEOF
           CLOSE INVOICEFILE.

       4100-CHECK-ONE-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND BALANCE < ZERO
               PERFORM 4200-CHOOSE-SOURCE
           END-IF.

       4200-CHOOSE-SOURCE.
           MOVE IDNUM TO WS-FC-IDNUM
           MOVE CUST-CYCLE TO WS-FC-CYCLE
           COMPUTE WS-FC-OWED = BALANCE * -1
           MOVE WS-FC-OWED TO WS-FC-CAP-LEFT
           PERFORM 4210-CHECK-STAY-AND-MANDATE
           IF WS-FC-STAYED
               ADD 1 TO WS-STAYED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           PERFORM 4220-CHECK-PLAN
           PERFORM 4230-CHECK-PROMISE
           MOVE WS-FC-IDNUM TO SRT-IDNUM
           MOVE 'A' TO SRT-KIND
           MOVE ZERO TO SRT-DATE SRT-REFERENCE
           MOVE WS-FC-OWED TO SRT-AMOUNT
           IF WS-FC-MANDATE-LIVE
               MOVE 3 TO SRT-SOURCE
               RELEASE SORT-RECORD
               PERFORM 4300-RELEASE-AUTOPAY
           ELSE IF WS-FC-PLAN-ACTIVE
               MOVE 2 TO SRT-SOURCE
               RELEASE SORT-RECORD
               PERFORM 4400-RELEASE-PLAN
           ELSE IF WS-FC-PROMISE-OPEN
               MOVE 4 TO SRT-SOURCE
               RELEASE SORT-RECORD
               PERFORM 4450-RELEASE-PROMISE
           ELSE
               MOVE 1 TO SRT-SOURCE
               RELEASE SORT-RECORD
           END-IF.

      *> No cash is expected while a bankruptcy stay is in force. The
      *> bank record sorts ahead of the header and the stay record
      *> after it, so the header is read back to restore the position.
       4210-CHECK-STAY-AND-MANDATE.
           MOVE 'N' TO WS-FC-STAY-SWITCH
           MOVE 'N' TO WS-FC-MANDATE-SWITCH
           MOVE WS-FC-IDNUM TO CK-IDNUM
           MOVE 'K' TO CK-REC-TYPE
           MOVE ZERO TO CK-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CK-STAY-IN-FORCE
                       MOVE 'Y' TO WS-FC-STAY-SWITCH
                   END-IF
           END-READ
           MOVE WS-FC-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CB-MANDATE-ACTIVE AND CB-PRENOTE-CLEARED
                       MOVE 'Y' TO WS-FC-MANDATE-SWITCH
                   END-IF
           END-READ
           MOVE WS-FC-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-FC-IDNUM
           END-READ.

       4220-CHECK-PLAN.
           MOVE 'N' TO WS-FC-PLAN-SWITCH
           IF WS-PLAN-FILE-OPEN
               MOVE WS-FC-IDNUM TO PLN-IDNUM
               READ PLANFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PLN-ACTIVE AND PLN-MONTHLY-AMOUNT > ZERO
                           AND PLN-PAID-COUNT < PLN-INSTALLMENTS
                           MOVE 'Y' TO WS-FC-PLAN-SWITCH
                       END-IF
               END-READ
           END-IF.

       4230-CHECK-PROMISE.
           MOVE 'N' TO WS-FC-PROMISE-SWITCH
           IF WS-QUEUE-FILE-OPEN
               MOVE WS-FC-IDNUM TO CQ-IDNUM
               READ QUEUEFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CQ-PROMISED AND CQ-PROMISE-DATE > ZERO
                           MOVE 'Y' TO WS-FC-PROMISE-SWITCH
                       END-IF
               END-READ
           END-IF.

      *> AutoDebit takes the whole balance owed. Statements for cycle
      *> n print in week n of the month and the debit follows, so the
      *> money is expected the weekday after the next cycle statement.
       4300-RELEASE-AUTOPAY.
           IF WS-FC-CYCLE = ZERO
               MOVE 1 TO WS-FC-CYCLE
           END-IF
           MOVE WS-TS-YYYY TO WS-DS-YYYY
           MOVE WS-TS-MM TO WS-DS-MM
           COMPUTE WS-DS-DD = ((WS-FC-CYCLE - 1) * 7) + 1
           MOVE WS-DEBIT-SPLIT TO WS-DEBIT-DATE
           IF WS-DEBIT-DATE < WS-TODAY-DATE
               IF WS-DS-MM = 12
                   ADD 1 TO WS-DS-YYYY
                   MOVE 1 TO WS-DS-MM
               ELSE
                   ADD 1 TO WS-DS-MM
               END-IF
               MOVE WS-DEBIT-SPLIT TO WS-DEBIT-DATE
           END-IF
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DEBIT-DATE) + 1
           EVALUATE TRUE
               WHEN FUNCTION MOD(WS-WORK-INTEGER, 7) = 6
                   ADD 2 TO WS-WORK-INTEGER
               WHEN FUNCTION MOD(WS-WORK-INTEGER, 7) = ZERO
                   ADD 1 TO WS-WORK-INTEGER
           END-EVALUATE
           COMPUTE WS-DEBIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           IF WS-DEBIT-DATE NOT > WS-HORIZON-DATE
               MOVE WS-FC-IDNUM TO SRT-IDNUM
               MOVE 'E' TO SRT-KIND
               MOVE 3 TO SRT-SOURCE
               MOVE WS-DEBIT-DATE TO SRT-DATE
               MOVE ZERO TO SRT-REFERENCE
               MOVE WS-FC-OWED TO SRT-AMOUNT
               RELEASE SORT-RECORD
           END-IF.

      *> Installments fall due monthly on the plan's start day (the
      *> 28th at the latest), starting with the first one not yet
      *> covered; those already overdue are still expected, late.
       4400-RELEASE-PLAN.
           MOVE PLN-START-DATE TO WS-PLAN-START-SPLIT
           IF WS-PS-DD > 28
               MOVE 28 TO WS-PS-DD
           END-IF
           MOVE 'N' TO WS-PAST-HORIZON-SWITCH
           COMPUTE WS-INST-FIRST = PLN-PAID-COUNT + 1
           PERFORM 4410-RELEASE-INSTALLMENT
               VARYING WS-INST-NO FROM WS-INST-FIRST BY 1
               UNTIL WS-INST-NO > PLN-INSTALLMENTS
               OR WS-FC-CAP-LEFT NOT > ZERO
               OR WS-PAST-HORIZON.

       4410-RELEASE-INSTALLMENT.
           COMPUTE WS-MONTH-INDEX =
               (WS-PS-YYYY * 12) + WS-PS-MM - 1 + WS-INST-NO - 1
           COMPUTE WS-DU-YYYY = WS-MONTH-INDEX / 12
           COMPUTE WS-DU-MM =
               WS-MONTH-INDEX - (WS-DU-YYYY * 12) + 1
           MOVE WS-PS-DD TO WS-DU-DD
           IF WS-DUE-DATE > WS-HORIZON-DATE
               SET WS-PAST-HORIZON TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF PLN-MONTHLY-AMOUNT < WS-FC-CAP-LEFT
               MOVE PLN-MONTHLY-AMOUNT TO SRT-AMOUNT
           ELSE
               MOVE WS-FC-CAP-LEFT TO SRT-AMOUNT
           END-IF
           SUBTRACT SRT-AMOUNT FROM WS-FC-CAP-LEFT
           MOVE WS-FC-IDNUM TO SRT-IDNUM
           MOVE 'E' TO SRT-KIND
           MOVE 2 TO SRT-SOURCE
           MOVE WS-DUE-DATE TO SRT-DATE
           MOVE WS-INST-NO TO SRT-REFERENCE
           RELEASE SORT-RECORD.

      *> The queue keeps no promised amount, so a promise is taken to
      *> cover the balance owed.
       4450-RELEASE-PROMISE.
           IF CQ-PROMISE-DATE NOT > WS-HORIZON-DATE
               MOVE WS-FC-IDNUM TO SRT-IDNUM
               MOVE 'E' TO SRT-KIND
               MOVE 4 TO SRT-SOURCE
               MOVE CQ-PROMISE-DATE TO SRT-DATE
               MOVE ZERO TO SRT-REFERENCE
               MOVE WS-FC-OWED TO SRT-AMOUNT
               RELEASE SORT-RECORD
           END-IF.

       4500-RELEASE-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF INV-POSTED AND INV-IS-INVOICE
                       COMPUTE WS-OUTSTANDING =
                           INV-TOTAL - INV-PAID-AMOUNT
                       IF WS-OUTSTANDING > ZERO
                           PERFORM 4510-RELEASE-INVOICE
                       END-IF
                   END-IF
           END-READ.

      *> An invoice with no due date is taken as due 30 days out.
       4510-RELEASE-INVOICE.
           IF INV-DUE-DATE = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(INV-DATE) NOT = ZERO
                   ADD 1 TO WS-BAD-DATE-COUNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SRT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(INV-DATE) + 30)
           ELSE
               MOVE INV-DUE-DATE TO SRT-DATE
           END-IF
           IF SRT-DATE NOT > WS-HORIZON-DATE
               MOVE INV-IDNUM TO SRT-IDNUM
               MOVE 'V' TO SRT-KIND
               MOVE 1 TO SRT-SOURCE
               MOVE INV-NUMBER TO SRT-REFERENCE
               MOVE WS-OUTSTANDING TO SRT-AMOUNT
               RELEASE SORT-RECORD
           END-IF.

      *> The account record sorts ahead of the customer's payments
      *> and invoices, and carries the source chosen for the customer
      *> and the balance that invoices may not exceed.
       5000-BUILD-FORECAST.
           PERFORM 5100-RETURN-ONE-ITEM UNTIL WS-SORT-EOF.

       5100-RETURN-ONE-ITEM.
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-IDNUM NOT = WS-CUR-IDNUM
                       MOVE SRT-IDNUM TO WS-CUR-IDNUM
                       MOVE ZERO TO WS-CUR-SOURCE WS-CUR-CAP
                           WS-CUR-SEQ
                   END-IF
                   EVALUATE TRUE
                       WHEN SRT-IS-ACCOUNT
                           MOVE SRT-SOURCE TO WS-CUR-SOURCE
                           MOVE SRT-AMOUNT TO WS-CUR-CAP
                       WHEN SRT-IS-EXPECTED
                           MOVE SRT-AMOUNT TO WS-ITEM-AMOUNT
                           PERFORM 5200-ADD-EXPECTED
                       WHEN SRT-IS-INVOICE
                           PERFORM 5150-TAKE-INVOICE
                   END-EVALUATE
           END-RETURN.

       5150-TAKE-INVOICE.
           IF WS-CUR-SOURCE NOT = 1 OR WS-CUR-CAP NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF SRT-AMOUNT < WS-CUR-CAP
               MOVE SRT-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE WS-CUR-CAP TO WS-ITEM-AMOUNT
           END-IF
           SUBTRACT WS-ITEM-AMOUNT FROM WS-CUR-CAP
           PERFORM 5200-ADD-EXPECTED.

      *> Anything already overdue is expected in the first week, at
      *> the rate for how late it already is.
       5200-ADD-EXPECTED.
           IF FUNCTION TEST-DATE-YYYYMMDD(SRT-DATE) NOT = ZERO
               ADD 1 TO WS-BAD-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-SEQ = 999
               DISPLAY "Too many expected payments for customer "
                   SRT-IDNUM " - rest left out"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(SRT-DATE)
           IF WS-AGE-DAYS > ZERO
               MOVE 1 TO WS-WEEK-NO
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 90
                       MOVE 4 TO FCI-BUCKET
                   WHEN WS-AGE-DAYS > 60
                       MOVE 3 TO FCI-BUCKET
                   WHEN WS-AGE-DAYS > 30
                       MOVE 2 TO FCI-BUCKET
                   WHEN OTHER
                       MOVE 1 TO FCI-BUCKET
               END-EVALUATE
           ELSE
               COMPUTE WS-WEEK-NO = ((WS-AGE-DAYS * -1) / 7) + 1
               MOVE ZERO TO FCI-BUCKET
           END-IF
           IF WS-WEEK-NO > 13
               EXIT PARAGRAPH
           END-IF
           MOVE SRT-SOURCE TO WS-SRC-IDX
           COMPUTE WS-BKT-IDX = FCI-BUCKET + 1
           ADD 1 TO WS-CUR-SEQ
           MOVE WS-TODAY-DATE TO FCI-RUN-DATE
           MOVE SRT-IDNUM TO FCI-IDNUM
           MOVE WS-CUR-SEQ TO FCI-SEQ
           MOVE WS-RT-CODE(WS-SRC-IDX) TO FCI-SOURCE
           MOVE SRT-REFERENCE TO FCI-REFERENCE
           MOVE SRT-DATE TO FCI-EXPECTED-DATE
           MOVE WS-WEEK-NO TO FCI-WEEK
           MOVE WS-WK-START(WS-WEEK-NO) TO FCI-WEEK-START
           MOVE WS-WK-END(WS-WEEK-NO) TO FCI-WEEK-END
           MOVE WS-ITEM-AMOUNT TO FCI-GROSS
           MOVE WS-RT-RATE(WS-SRC-IDX, WS-BKT-IDX) TO FCI-RATE
           COMPUTE FCI-FORECAST ROUNDED = FCI-GROSS * FCI-RATE
           MOVE ZERO TO FCI-ACTUAL FCI-COMPARED-DATE
           SET FCI-PENDING TO TRUE
           WRITE FORECASTITEMRECORD
               INVALID KEY
                   DISPLAY "Forecast item write failed for customer "
                       FCI-IDNUM
           END-WRITE
           ADD 1 TO WS-ITEM-COUNT
           ADD FCI-GROSS TO WS-WK-GROSS(WS-WEEK-NO) WS-TOTAL-GROSS
           ADD FCI-FORECAST TO WS-WK-FORECAST(WS-WEEK-NO, WS-SRC-IDX)
               WS-WK-TOTAL(WS-WEEK-NO) WS-TOTAL-FORECAST.

       6000-PRINT-FORECAST.
           MOVE WS-TODAY-DATE TO PRNFCRUNDATE
           MOVE WS-HORIZON-DATE TO PRNFCHORIZON
           WRITE PRINTLINE FROM FORECASTTITLE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           MOVE ZERO TO WS-CUMULATIVE WS-CUMULATIVE-GROSS
           PERFORM 6100-PRINT-ONE-WEEK
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 13.

      *> Treasury looks at the 4, 8 and 13 week marks.
       6100-PRINT-ONE-WEEK.
           ADD WS-WK-TOTAL(WS-WEEK-IDX) TO WS-CUMULATIVE
           ADD WS-WK-GROSS(WS-WEEK-IDX) TO WS-CUMULATIVE-GROSS
           MOVE WS-WEEK-IDX TO PRNWEEKNO
           MOVE WS-WK-START(WS-WEEK-IDX) TO PRNWEEKSTART
           MOVE WS-WK-FORECAST(WS-WEEK-IDX, 1) TO PRNWKINV
           MOVE WS-WK-FORECAST(WS-WEEK-IDX, 2) TO PRNWKPLN
           MOVE WS-WK-FORECAST(WS-WEEK-IDX, 3) TO PRNWKACH
           MOVE WS-WK-FORECAST(WS-WEEK-IDX, 4) TO PRNWKPTP
           MOVE WS-WK-TOTAL(WS-WEEK-IDX) TO PRNWKTOTAL
           MOVE WS-CUMULATIVE TO PRNWKCUMUL
           WRITE PRINTLINE FROM WEEKLINE
           IF WS-WEEK-IDX = 4 OR WS-WEEK-IDX = 8
               OR WS-WEEK-IDX = 13
               MOVE WS-WEEK-IDX TO PRNHZWEEK
               MOVE WS-CUMULATIVE TO PRNHZFORECAST
               MOVE WS-CUMULATIVE-GROSS TO PRNHZGROSS
               WRITE PRINTLINE FROM HORIZONLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
