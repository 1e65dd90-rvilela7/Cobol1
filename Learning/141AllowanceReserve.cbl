            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllowanceReserve.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTHAGING ASSIGN TO "files/MonthEndAging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MA-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT RESERVEFILE ASSIGN TO "files/AllowanceReserve.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT RESERVERPT ASSIGN TO "files/AllowanceReserve.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MONTHAGING.
       01 MONTHAGINGRECORD.
           02 MEA-PERIOD PIC 9(6).
           02 MEA-IDNUM PIC 9(7).
           02 MEA-BUCKET PIC S9(7)V99 OCCURS 4 TIMES.
           02 MEA-REGION PIC X.
           02 MEA-CLASS PIC X.

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

      *> One record per region/class per month-end period: the
      *> balances the allowance was struck on and the reserve held.
       FD RESERVEFILE.
       01 RESERVERECORD.
           02 ARV-PERIOD PIC 9(6).
           02 ARV-REGION PIC X.
           02 ARV-CLASS PIC X.
           02 ARV-BALANCE PIC S9(9)V99 OCCURS 4 TIMES.
           02 ARV-RESERVE PIC S9(9)V99 OCCURS 4 TIMES.
           02 ARV-TOTAL-RESERVE PIC S9(9)V99.
           02 ARV-RUN-DATE PIC 9(8).

       FD RESERVERPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

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
       01 WS-CURR-MONTHS PIC 9(7) COMP-3.
       01 WS-WORK-MONTHS PIC 9(7) COMP-3.
       01 WS-MONTH-GAP PIC S9(7) COMP-3.
       01 WS-PERIOD-END-DATE PIC 9(8).
       01 WS-NEXT-MONTH-START PIC 9(8).

      *> The period being reserved sits in slot 13; slots 12 back to
      *> 1 hold the twelve month ends before it.
       01 WS-LOOKBACK-MONTHS PIC 99 VALUE 12.
       01 WS-PERIOD-IDX PIC 99 COMP-3.
       01 WS-PREV-IDX PIC 99 COMP-3.
       01 WS-PERIOD-FOUND PIC X.
           88 WS-PERIOD-IN-WINDOW VALUE 'Y'.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 13 TIMES.
               03 WS-PD-PERIOD PIC 9(6).
               03 WS-PD-PRESENT PIC X.
                   88 WS-PD-ON-FILE VALUE 'Y'.
               03 WS-PD-BUCKET PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
               03 WS-PD-WRITEOFF PIC S9(11)V99 COMP-3.

       01 WS-BUCKET-IDX PIC 9 COMP-3.
       01 WS-NEXT-BUCKET PIC 9 COMP-3.
       01 WS-PAIR-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-RATE-WORK PIC 9(5)V9(6) COMP-3.
       01 WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 4 TIMES.
               03 WS-RT-NUMERATOR PIC S9(13)V99 COMP-3.
               03 WS-RT-DENOMINATOR PIC S9(13)V99 COMP-3.
               03 WS-RT-ROLL PIC 9V9(6) COMP-3.
               03 WS-RT-LOSS PIC 9V9(6) COMP-3.

       01 WS-GROUP-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-GROUP-IDX PIC 9(3) COMP-3.
       01 WS-GROUP-HIT PIC 9(3) COMP-3.
       01 WS-GROUP-FOUND PIC X.
           88 WS-GROUP-ON-TABLE VALUE 'Y'.
       01 WS-GROUP-KEY PIC XX.
       01 WS-GROUP-TABLE.
           02 WS-GROUP-ENTRY OCCURS 60 TIMES.
               03 WS-GR-KEY PIC XX.
               03 WS-GR-BALANCE PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
               03 WS-GR-RESERVE PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
               03 WS-GR-TOTAL PIC S9(11)V99 COMP-3.

       01 WS-TOTAL-TABLE.
           02 WS-TOT-BALANCE PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
           02 WS-TOT-RESERVE PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
       01 WS-TOT-BALANCE-ALL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-REQUIRED-RESERVE PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-BOOKED-RESERVE PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-BOOKED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-MOVEMENT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-ALREADY-RUN-SWITCH PIC X VALUE 'N'.
           88 WS-ALREADY-RUN VALUE 'Y'.
       01 WS-LATER-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-REQUIRED-EDIT PIC $$$,$$$,$$9.99-.
       01 WS-MOVEMENT-EDIT PIC $$$,$$$,$$9.99-.

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "ADA".
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 PAGEHEADING.
           02 FILLER PIC X(34)
               VALUE "Allowance for Doubtful Accounts - ".
           02 PRNPERIOD PIC 9(6).
           02 FILLER PIC X(10) VALUE "   run on ".
           02 PRNRUNDATE PIC 9(8).
       01 SECTIONLINE PIC X(80).

       01 PERIODHEADS.
           02 FILLER PIC X(6) VALUE "Month ".
           02 FILLER PIC X(30)
               VALUE "        Current        Over 30".
           02 FILLER PIC X(30)
               VALUE "        Over 60        Over 90".
           02 FILLER PIC X(15) VALUE "     Write-offs".
       01 PERIODLINE.
           02 PRNPDPERIOD PIC 9(6).
           02 PRNPDBUCKET PIC ZZZ,ZZZ,ZZ9.99- OCCURS 4 TIMES.
           02 PRNPDWRITEOFF PIC ZZZ,ZZZ,ZZ9.99-.

       01 RATEHEADS.
           02 FILLER PIC X(8) VALUE "Bucket  ".
           02 FILLER PIC X(17) VALUE "        Numerator".
           02 FILLER PIC X(19) VALUE "        Denominator".
           02 FILLER PIC X(12) VALUE "   Roll rate".
           02 FILLER PIC X(12) VALUE "   Loss rate".
       01 RATELINE.
           02 PRNRTLABEL PIC X(8).
           02 PRNRTNUM PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRTDEN PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNRTROLL PIC 9.9(6).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNRTLOSS PIC 9.9(6).
       01 PAIRLINE.
           02 FILLER PIC X(36)
               VALUE "Consecutive month-end pairs used:   ".
           02 PRNPAIRS PIC Z9.

       01 GROUPHEADS.
           02 FILLER PIC X(11) VALUE "Rgn/Cls    ".
           02 FILLER PIC X(30)
               VALUE "        Current        Over 30".
           02 FILLER PIC X(30)
               VALUE "        Over 60        Over 90".
           02 FILLER PIC X(15) VALUE "          Total".
       01 GROUPLINE.
           02 PRNGRREGION PIC X.
           02 FILLER PIC X VALUE "/".
           02 PRNGRCLASS PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PRNGRLABEL PIC X(7).
           02 PRNGRAMOUNT PIC ZZZ,ZZZ,ZZ9.99- OCCURS 4 TIMES.
           02 PRNGRTOTAL PIC ZZZ,ZZZ,ZZ9.99-.

       01 MOVEMENTLINE.
           02 PRNMVLABEL PIC X(30).
           02 PRNMVPERIOD PIC X(8).
           02 PRNMVAMOUNT PIC $$$,$$$,$$$,$$9.99-.
       01 POSTINGLINE.
           02 FILLER PIC X(30)
               VALUE "Posted to GL as run ADA dated ".
           02 PRNPSDATE PIC 9(8).
           02 FILLER PIC X(6) VALUE " - Dr ".
           02 PRNPSDEBIT PIC X(4).
           02 FILLER PIC X(6) VALUE " / Cr ".
           02 PRNPSCREDIT PIC X(4).

       01 WS-MA-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
       01 WS-RP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Month-end allowance for doubtful accounts. Loss rates come
      *> from how debt rolled through the aging buckets over the last
      *> twelve month ends and what was finally written off; they
      *> are applied to this month's buckets by region and class.
      *> The change from the reserve last booked is posted to the GL
      *> and the report spells out every figure so it can be worked
      *> again by hand.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:6) TO WS-CURR-PERIOD
           ELSE
               PERFORM 1000-FIND-LATEST-PERIOD
           END-IF
           IF WS-CURR-PERIOD = ZERO
               DISPLAY "No month-end aging positions on file - "
                   "run MonthEndClose first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-SET-UP-PERIODS
           PERFORM 2000-LOAD-AGING-HISTORY
           IF NOT WS-PD-ON-FILE(13)
               DISPLAY "No month-end aging positions for period "
                   WS-CURR-PERIOD " - run MonthEndClose first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-LOAD-BOOKED-RESERVE
           IF WS-ALREADY-RUN
               DISPLAY "Allowance already on file for period "
                   WS-LATER-PERIOD " - no reserve run for "
                   WS-CURR-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2500-LOAD-WRITEOFFS
           PERFORM 4000-DERIVE-RATES
           IF WS-PAIR-COUNT = ZERO
               DISPLAY "No consecutive month ends in the last "
                   WS-LOOKBACK-MONTHS " months - loss rates cannot "
                   "be derived"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 4500-APPLY-RATES
           COMPUTE WS-MOVEMENT =
               WS-REQUIRED-RESERVE - WS-BOOKED-RESERVE
           PERFORM 5000-WRITE-RESERVE-RECORDS
           PERFORM 5500-POST-MOVEMENT
           PERFORM 6000-PRINT-RESERVE-REPORT
           MOVE WS-REQUIRED-RESERVE TO WS-REQUIRED-EDIT
           MOVE WS-MOVEMENT TO WS-MOVEMENT-EDIT
           DISPLAY "Allowance run complete for " WS-CURR-PERIOD
               " - required " WS-REQUIRED-EDIT
               " change " WS-MOVEMENT-EDIT
           GOBACK.

       1000-FIND-LATEST-PERIOD.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MONTHAGING
           IF WS-MA-STATUS NOT = "00"
               SET WSEOF TO TRUE
           END-IF
           PERFORM 1010-CHECK-ONE-PERIOD UNTIL WSEOF
           IF WS-MA-STATUS = "00" OR WS-MA-STATUS = "10"
               CLOSE MONTHAGING
           END-IF.

       1010-CHECK-ONE-PERIOD.
           READ MONTHAGING
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF MEA-PERIOD > WS-CURR-PERIOD
                       MOVE MEA-PERIOD TO WS-CURR-PERIOD
                   END-IF
           END-READ.

       1100-SET-UP-PERIODS.
           COMPUTE WS-CURR-MONTHS = WS-CU-YYYY * 12 + WS-CU-MM
           MOVE WS-CURR-PERIOD TO WS-WORK-PERIOD
           PERFORM 1110-SET-UP-ONE-PERIOD
               VARYING WS-PERIOD-IDX FROM 13 BY -1
               UNTIL WS-PERIOD-IDX < 1
           PERFORM 1120-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.

       1110-SET-UP-ONE-PERIOD.
           INITIALIZE WS-PERIOD-ENTRY(WS-PERIOD-IDX)
           MOVE WS-WORK-PERIOD TO WS-PD-PERIOD(WS-PERIOD-IDX)
           MOVE 'N' TO WS-PD-PRESENT(WS-PERIOD-IDX)
           IF WS-WK-MM = 1
               MOVE 12 TO WS-WK-MM
               SUBTRACT 1 FROM WS-WK-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WK-MM
           END-IF.

       1120-CLEAR-ONE-BUCKET.
           INITIALIZE WS-RATE-ENTRY(WS-BUCKET-IDX)
           MOVE ZERO TO WS-TOT-BALANCE(WS-BUCKET-IDX)
           MOVE ZERO TO WS-TOT-RESERVE(WS-BUCKET-IDX).

      *> Only debit bucket amounts count - a credit sitting in a
      *> bucket is money held for the customer, not debt at risk.
       2000-LOAD-AGING-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MONTHAGING
           IF WS-MA-STATUS NOT = "00"
               DISPLAY "No month-end aging file - status "
                   WS-MA-STATUS
               SET WSEOF TO TRUE
           END-IF
           PERFORM 2010-LOAD-ONE-POSITION UNTIL WSEOF
           IF WS-MA-STATUS = "00" OR WS-MA-STATUS = "10"
               CLOSE MONTHAGING
           END-IF.

       2010-LOAD-ONE-POSITION.
           READ MONTHAGING
               AT END SET WSEOF TO TRUE
               NOT AT END
                   MOVE MEA-PERIOD TO WS-WORK-PERIOD
                   PERFORM 8200-FIND-PERIOD-SLOT
                   IF WS-PERIOD-IN-WINDOW
                       MOVE 'Y' TO WS-PD-PRESENT(WS-PERIOD-IDX)
                       PERFORM 2020-ADD-ONE-BUCKET
                           VARYING WS-BUCKET-IDX FROM 1 BY 1
                           UNTIL WS-BUCKET-IDX > 4
                       IF WS-PERIOD-IDX = 13
                           PERFORM 2100-ADD-TO-GROUP
                       END-IF
                   END-IF
           END-READ.

       2020-ADD-ONE-BUCKET.
           IF MEA-BUCKET(WS-BUCKET-IDX) > ZERO
               ADD MEA-BUCKET(WS-BUCKET-IDX)
                   TO WS-PD-BUCKET(WS-PERIOD-IDX, WS-BUCKET-IDX)
           END-IF.

       2100-ADD-TO-GROUP.
           MOVE SPACES TO WS-GROUP-KEY
           MOVE MEA-REGION TO WS-GROUP-KEY(1:1)
           MOVE MEA-CLASS TO WS-GROUP-KEY(2:1)
           PERFORM 8100-FIND-GROUP-ENTRY
           IF WS-GROUP-ON-TABLE
               PERFORM 2110-ADD-GROUP-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
           ELSE
               DISPLAY "Region/class table full - customer "
                   MEA-IDNUM " not reserved"
           END-IF.

       2110-ADD-GROUP-BUCKET.
           IF MEA-BUCKET(WS-BUCKET-IDX) > ZERO
               ADD MEA-BUCKET(WS-BUCKET-IDX)
                   TO WS-GR-BALANCE(WS-GROUP-IDX, WS-BUCKET-IDX)
           END-IF.

      *> Only the movements posted in the window are read, by
      *> posting date from the first of its oldest month.
       2500-LOAD-WRITEOFFS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS NOT = "00"
               DISPLAY "No customer history file - status "
                   WS-HF-STATUS " - write-offs taken as zero"
               SET WSEOF TO TRUE
           ELSE
               MOVE ZERO TO HIST-DATE
               MOVE WS-PD-PERIOD(1) TO HIST-DATE(1:6)
               START HISTORYFILE KEY IS NOT LESS THAN HIST-DATE
                   INVALID KEY SET WSEOF TO TRUE
               END-START
           END-IF
           PERFORM 2510-CHECK-ONE-MOVEMENT UNTIL WSEOF
           IF WS-HF-STATUS = "00" OR WS-HF-STATUS = "10"
               OR WS-HF-STATUS = "23"
               CLOSE HISTORYFILE
           END-IF.

       2510-CHECK-ONE-MOVEMENT.
           READ HISTORYFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF HIST-DATE(1:6) > WS-PD-PERIOD(13)
                       SET WSEOF TO TRUE
                   END-IF
                   IF HIST-IS-WRITEOFF AND NOT WSEOF
                       MOVE HIST-DATE(1:6) TO WS-WORK-PERIOD
                       PERFORM 8200-FIND-PERIOD-SLOT
                       IF WS-PERIOD-IN-WINDOW
                           ADD FUNCTION ABS(HIST-AMOUNT)
                               TO WS-PD-WRITEOFF(WS-PERIOD-IDX)
                       END-IF
                   END-IF
           END-READ.

      *> The reserve carried on the books is the one struck at the
      *> latest period before this one; a record at or after this
      *> period means the run has already been made.
       3000-LOAD-BOOKED-RESERVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RESERVEFILE
           IF WS-AR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AR-STATUS NOT = "00"
               MOVE "RESERVEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 3010-READ-ONE-RESERVE UNTIL WSEOF
           CLOSE RESERVEFILE.

       3010-READ-ONE-RESERVE.
           READ RESERVEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   PERFORM 3020-TAKE-ONE-RESERVE
           END-READ.

       3020-TAKE-ONE-RESERVE.
           IF ARV-PERIOD NOT < WS-CURR-PERIOD
               SET WS-ALREADY-RUN TO TRUE
               MOVE ARV-PERIOD TO WS-LATER-PERIOD
           ELSE IF ARV-PERIOD > WS-BOOKED-PERIOD
               MOVE ARV-PERIOD TO WS-BOOKED-PERIOD
               MOVE ARV-TOTAL-RESERVE TO WS-BOOKED-RESERVE
           ELSE IF ARV-PERIOD = WS-BOOKED-PERIOD
               ADD ARV-TOTAL-RESERVE TO WS-BOOKED-RESERVE
           END-IF.

      *> Roll rates are pooled over every pair of consecutive month
      *> ends in the window: for buckets 1-3 the balance that reached
      *> the next bucket a month later over the balance that was in
      *> the bucket; for Over 90 the write-offs of the month over the
      *> Over 90 balance of the month before.
       4000-DERIVE-RATES.
           PERFORM 4010-ADD-ONE-MONTH-PAIR
               VARYING WS-PERIOD-IDX FROM 2 BY 1
               UNTIL WS-PERIOD-IDX > 13
           PERFORM 4100-SET-ROLL-RATE
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           MOVE WS-RT-ROLL(4) TO WS-RT-LOSS(4)
           PERFORM 4200-SET-LOSS-RATE
               VARYING WS-BUCKET-IDX FROM 3 BY -1
               UNTIL WS-BUCKET-IDX < 1.

       4010-ADD-ONE-MONTH-PAIR.
           COMPUTE WS-PREV-IDX = WS-PERIOD-IDX - 1
           IF WS-PD-ON-FILE(WS-PERIOD-IDX)
               AND WS-PD-ON-FILE(WS-PREV-IDX)
               ADD 1 TO WS-PAIR-COUNT
               PERFORM 4020-ADD-ONE-ROLL
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 3
               ADD WS-PD-WRITEOFF(WS-PERIOD-IDX)
                   TO WS-RT-NUMERATOR(4)
               ADD WS-PD-BUCKET(WS-PREV-IDX, 4)
                   TO WS-RT-DENOMINATOR(4)
           END-IF.

       4020-ADD-ONE-ROLL.
           COMPUTE WS-NEXT-BUCKET = WS-BUCKET-IDX + 1
           ADD WS-PD-BUCKET(WS-PERIOD-IDX, WS-NEXT-BUCKET)
               TO WS-RT-NUMERATOR(WS-BUCKET-IDX)
           ADD WS-PD-BUCKET(WS-PREV-IDX, WS-BUCKET-IDX)
               TO WS-RT-DENOMINATOR(WS-BUCKET-IDX).

       4100-SET-ROLL-RATE.
           IF WS-RT-DENOMINATOR(WS-BUCKET-IDX) > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-RT-NUMERATOR(WS-BUCKET-IDX)
                   / WS-RT-DENOMINATOR(WS-BUCKET-IDX)
               IF WS-RATE-WORK > 1
                   MOVE 1 TO WS-RATE-WORK
               END-IF
           ELSE
               MOVE ZERO TO WS-RATE-WORK
           END-IF
           MOVE WS-RATE-WORK TO WS-RT-ROLL(WS-BUCKET-IDX).

       4200-SET-LOSS-RATE.
           COMPUTE WS-NEXT-BUCKET = WS-BUCKET-IDX + 1
           COMPUTE WS-RT-LOSS(WS-BUCKET-IDX) ROUNDED =
               WS-RT-ROLL(WS-BUCKET-IDX)
               * WS-RT-LOSS(WS-NEXT-BUCKET).

       4500-APPLY-RATES.
           PERFORM 4510-RESERVE-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.

       4510-RESERVE-ONE-GROUP.
           MOVE ZERO TO WS-GR-TOTAL(WS-GROUP-IDX)
           PERFORM 4520-RESERVE-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           ADD WS-GR-TOTAL(WS-GROUP-IDX) TO WS-REQUIRED-RESERVE.

       4520-RESERVE-ONE-BUCKET.
           COMPUTE WS-GR-RESERVE(WS-GROUP-IDX, WS-BUCKET-IDX)
               ROUNDED =
               WS-GR-BALANCE(WS-GROUP-IDX, WS-BUCKET-IDX)
               * WS-RT-LOSS(WS-BUCKET-IDX)
           ADD WS-GR-RESERVE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO WS-GR-TOTAL(WS-GROUP-IDX)
           ADD WS-GR-BALANCE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO WS-TOT-BALANCE(WS-BUCKET-IDX)
           ADD WS-GR-BALANCE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO WS-TOT-BALANCE-ALL
           ADD WS-GR-RESERVE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO WS-TOT-RESERVE(WS-BUCKET-IDX).

      *> A month with no debt on the books still leaves a record so
      *> next month's run sees a reserve of zero as booked.
       5000-WRITE-RESERVE-RECORDS.
           OPEN EXTEND RESERVEFILE
           IF WS-AR-STATUS = "35"
               OPEN OUTPUT RESERVEFILE
           END-IF
           IF WS-AR-STATUS NOT = "00"
               MOVE "RESERVEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           IF WS-GROUP-COUNT = ZERO
               INITIALIZE RESERVERECORD
               MOVE WS-CURR-PERIOD TO ARV-PERIOD
               MOVE WS-CD-DATE TO ARV-RUN-DATE
               WRITE RESERVERECORD
           ELSE
               PERFORM 5010-WRITE-ONE-GROUP
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           END-IF
           CLOSE RESERVEFILE.

       5010-WRITE-ONE-GROUP.
           MOVE WS-CURR-PERIOD TO ARV-PERIOD
           MOVE WS-GR-KEY(WS-GROUP-IDX)(1:1) TO ARV-REGION
           MOVE WS-GR-KEY(WS-GROUP-IDX)(2:1) TO ARV-CLASS
           PERFORM 5020-MOVE-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           MOVE WS-GR-TOTAL(WS-GROUP-IDX) TO ARV-TOTAL-RESERVE
           MOVE WS-CD-DATE TO ARV-RUN-DATE
           WRITE RESERVERECORD.

       5020-MOVE-ONE-BUCKET.
           MOVE WS-GR-BALANCE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO ARV-BALANCE(WS-BUCKET-IDX)
           MOVE WS-GR-RESERVE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO ARV-RESERVE(WS-BUCKET-IDX).

      *> The change is booked at the last day of the period it was
      *> struck for; GLPost picks the side from its sign.
       5500-POST-MOVEMENT.
           MOVE WS-CURR-PERIOD TO WS-WORK-PERIOD
           IF WS-WK-MM = 12
               MOVE 1 TO WS-WK-MM
               ADD 1 TO WS-WK-YYYY
           ELSE
               ADD 1 TO WS-WK-MM
           END-IF
           COMPUTE WS-NEXT-MONTH-START = WS-WORK-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           IF WS-MOVEMENT NOT = ZERO
               MOVE WS-PERIOD-END-DATE TO WS-GL-POST-DATE
               MOVE WS-MOVEMENT TO WS-GL-AMOUNT
               CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
                   WS-GL-AMOUNT
           END-IF.

       6000-PRINT-RESERVE-REPORT.
           OPEN OUTPUT RESERVERPT
           IF WS-RP-STATUS NOT = "00"
               MOVE "RESERVERPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-CURR-PERIOD TO PRNPERIOD
           MOVE WS-CD-DATE TO PRNRUNDATE
           WRITE PRINTLINE FROM PAGEHEADING
           PERFORM 6100-PRINT-METHOD
           MOVE "Month-end debit balances and write-offs:"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           WRITE PRINTLINE FROM PERIODHEADS
           PERFORM 6200-PRINT-ONE-PERIOD
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > 13
           MOVE "Rates used:" TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           MOVE WS-PAIR-COUNT TO PRNPAIRS
           WRITE PRINTLINE FROM PAIRLINE
           WRITE PRINTLINE FROM RATEHEADS
           PERFORM 6300-PRINT-ONE-RATE
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           MOVE "Required allowance by region/class:" TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           WRITE PRINTLINE FROM GROUPHEADS
           PERFORM 6400-PRINT-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           PERFORM 6500-PRINT-GROUP-TOTALS
           PERFORM 6600-PRINT-MOVEMENT
           CLOSE RESERVERPT.

       6100-PRINT-METHOD.
           MOVE "Method - roll-rate loss rates:" TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           MOVE "1. Month-end debit balances by bucket are taken from"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   MonthEndAging for the period and the 12 before it."
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "2. Roll rate of a bucket = balance in the next bucket"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   a month later / balance in the bucket, pooled"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   over every pair of consecutive month ends."
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "3. Over 90 roll rate = write-offs posted in the month"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   / Over 90 balance at the month end before."
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "4. Loss rate = roll rate x loss rate of the next"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   bucket; the Over 90 loss rate is its roll rate."
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   Rates are capped at 1 and held to six decimals."
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "5. Allowance = bucket balance x loss rate, rounded"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   to the cent, for each region and class."
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "6. Change = allowance less the reserve last booked,"
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           MOVE "   posted to GL as run ADA between 6000 and 1150."
               TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE.

       6200-PRINT-ONE-PERIOD.
           IF WS-PD-ON-FILE(WS-PERIOD-IDX)
               MOVE WS-PD-PERIOD(WS-PERIOD-IDX) TO PRNPDPERIOD
               PERFORM 6210-FILL-ONE-PERIOD-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE WS-PD-WRITEOFF(WS-PERIOD-IDX) TO PRNPDWRITEOFF
               WRITE PRINTLINE FROM PERIODLINE
           END-IF.

       6210-FILL-ONE-PERIOD-BUCKET.
           MOVE WS-PD-BUCKET(WS-PERIOD-IDX, WS-BUCKET-IDX)
               TO PRNPDBUCKET(WS-BUCKET-IDX).

       6300-PRINT-ONE-RATE.
           EVALUATE WS-BUCKET-IDX
               WHEN 1 MOVE "Current " TO PRNRTLABEL
               WHEN 2 MOVE "Over 30 " TO PRNRTLABEL
               WHEN 3 MOVE "Over 60 " TO PRNRTLABEL
               WHEN 4 MOVE "Over 90 " TO PRNRTLABEL
           END-EVALUATE
           MOVE WS-RT-NUMERATOR(WS-BUCKET-IDX) TO PRNRTNUM
           MOVE WS-RT-DENOMINATOR(WS-BUCKET-IDX) TO PRNRTDEN
           MOVE WS-RT-ROLL(WS-BUCKET-IDX) TO PRNRTROLL
           MOVE WS-RT-LOSS(WS-BUCKET-IDX) TO PRNRTLOSS
           WRITE PRINTLINE FROM RATELINE.

       6400-PRINT-ONE-GROUP.
           MOVE WS-GR-KEY(WS-GROUP-IDX)(1:1) TO PRNGRREGION
           MOVE WS-GR-KEY(WS-GROUP-IDX)(2:1) TO PRNGRCLASS
           MOVE "Balance" TO PRNGRLABEL
           PERFORM 6410-FILL-GROUP-BALANCE
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           COMPUTE PRNGRTOTAL = WS-GR-BALANCE(WS-GROUP-IDX, 1)
               + WS-GR-BALANCE(WS-GROUP-IDX, 2)
               + WS-GR-BALANCE(WS-GROUP-IDX, 3)
               + WS-GR-BALANCE(WS-GROUP-IDX, 4)
           WRITE PRINTLINE FROM GROUPLINE
           MOVE SPACE TO PRNGRREGION
           MOVE SPACE TO PRNGRCLASS
           MOVE "Reserve" TO PRNGRLABEL
           PERFORM 6420-FILL-GROUP-RESERVE
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           MOVE WS-GR-TOTAL(WS-GROUP-IDX) TO PRNGRTOTAL
           WRITE PRINTLINE FROM GROUPLINE.

       6410-FILL-GROUP-BALANCE.
           MOVE WS-GR-BALANCE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO PRNGRAMOUNT(WS-BUCKET-IDX).

       6420-FILL-GROUP-RESERVE.
           MOVE WS-GR-RESERVE(WS-GROUP-IDX, WS-BUCKET-IDX)
               TO PRNGRAMOUNT(WS-BUCKET-IDX).

       6500-PRINT-GROUP-TOTALS.
           MOVE "*" TO PRNGRREGION
           MOVE "*" TO PRNGRCLASS
           MOVE "Balance" TO PRNGRLABEL
           PERFORM 6510-FILL-TOTAL-BALANCE
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           MOVE WS-TOT-BALANCE-ALL TO PRNGRTOTAL
           WRITE PRINTLINE FROM GROUPLINE AFTER ADVANCING 2 LINES
           MOVE SPACE TO PRNGRREGION
           MOVE SPACE TO PRNGRCLASS
           MOVE "Reserve" TO PRNGRLABEL
           PERFORM 6520-FILL-TOTAL-RESERVE
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           MOVE WS-REQUIRED-RESERVE TO PRNGRTOTAL
           WRITE PRINTLINE FROM GROUPLINE.

       6510-FILL-TOTAL-BALANCE.
           MOVE WS-TOT-BALANCE(WS-BUCKET-IDX)
               TO PRNGRAMOUNT(WS-BUCKET-IDX).

       6520-FILL-TOTAL-RESERVE.
           MOVE WS-TOT-RESERVE(WS-BUCKET-IDX)
               TO PRNGRAMOUNT(WS-BUCKET-IDX).

       6600-PRINT-MOVEMENT.
           MOVE "Movement:" TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE AFTER ADVANCING 2 LINES
           MOVE "Required allowance at" TO PRNMVLABEL
           MOVE WS-CURR-PERIOD TO PRNMVPERIOD
           MOVE WS-REQUIRED-RESERVE TO PRNMVAMOUNT
           WRITE PRINTLINE FROM MOVEMENTLINE
           MOVE "Reserve last booked at" TO PRNMVLABEL
           IF WS-BOOKED-PERIOD = ZERO
               MOVE "none" TO PRNMVPERIOD
           ELSE
               MOVE WS-BOOKED-PERIOD TO PRNMVPERIOD
           END-IF
           MOVE WS-BOOKED-RESERVE TO PRNMVAMOUNT
           WRITE PRINTLINE FROM MOVEMENTLINE
           MOVE "Change in allowance" TO PRNMVLABEL
           MOVE SPACES TO PRNMVPERIOD
           MOVE WS-MOVEMENT TO PRNMVAMOUNT
           WRITE PRINTLINE FROM MOVEMENTLINE
           IF WS-MOVEMENT = ZERO
               MOVE "No change in the allowance - nothing posted"
                   TO SECTIONLINE
               WRITE PRINTLINE FROM SECTIONLINE
           ELSE
               MOVE WS-PERIOD-END-DATE TO PRNPSDATE
               IF WS-MOVEMENT > ZERO
                   MOVE "6000" TO PRNPSDEBIT
                   MOVE "1150" TO PRNPSCREDIT
               ELSE
                   MOVE "1150" TO PRNPSDEBIT
                   MOVE "6000" TO PRNPSCREDIT
               END-IF
               WRITE PRINTLINE FROM POSTINGLINE
           END-IF.

       8100-FIND-GROUP-ENTRY.
           MOVE 'N' TO WS-GROUP-FOUND
           PERFORM 8110-MATCH-GROUP-ENTRY
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-ON-TABLE
               OR WS-GROUP-IDX > WS-GROUP-COUNT
           IF WS-GROUP-ON-TABLE
               MOVE WS-GROUP-HIT TO WS-GROUP-IDX
           ELSE
               IF WS-GROUP-COUNT < 60
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
      *> table search - slot 13 less the months back from the run.
       8200-FIND-PERIOD-SLOT.
           MOVE 'N' TO WS-PERIOD-FOUND
           COMPUTE WS-WORK-MONTHS = WS-WK-YYYY * 12 + WS-WK-MM
           COMPUTE WS-MONTH-GAP = WS-CURR-MONTHS - WS-WORK-MONTHS
           IF WS-MONTH-GAP NOT < ZERO
               AND WS-MONTH-GAP NOT > WS-LOOKBACK-MONTHS
               COMPUTE WS-PERIOD-IDX = 13 - WS-MONTH-GAP
               MOVE 'Y' TO WS-PERIOD-FOUND
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
