            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestAccrual.
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
           SELECT ACCRUALFILE ASSIGN TO "files/InterestAccrual.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACR-IDNUM
               FILE STATUS IS WS-AC-STATUS.
           SELECT RATEFILE ASSIGN TO "files/RateTable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT DISPUTEFILE ASSIGN TO "files/Disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT POSTINGCONTROL ASSIGN TO "files/PostingControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT ACCRUALRPT ASSIGN TO "files/InterestAccrual.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD ACCRUALFILE.
       COPY "InterestAccrual.cpy".

       FD RATEFILE.
       01 RATERECORD.
           02 RT-VERSION PIC 9(3).
           02 RT-EFFECTIVE-DATE PIC 9(8).
           02 RT-CLASS PIC X.
           02 RT-BAND-LOW PIC 9(7)V99.
           02 RT-BAND-HIGH PIC 9(7)V99.
           02 RT-RATE PIC V999.

       FD DISPUTEFILE.
       COPY "Dispute.cpy".

       FD POSTINGCONTROL.
       01 POSTINGCONTROLRECORD.
           02 PC-RUN-NAME PIC X(10).
           02 PC-LAST-PERIOD PIC 9(6).

       FD ACCRUALRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-RATE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y'.
       01 WS-PC-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.
       01 WS-ACCRUAL-EOF-SWITCH PIC X.
           88 WS-ACCRUAL-EOF VALUE 'Y'.
       01 WS-ACCRUAL-FOUND-SWITCH PIC X.
           88 WS-ACCRUAL-FOUND VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20). *> optional PARM "MONTHEND"
       01 WS-MONTH-END-SWITCH PIC X VALUE 'N'.
           88 WS-MONTH-END VALUE 'Y'.

       01 WS-INTEREST-RATE PIC V999 VALUE .015.
       01 WS-RATE-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-RATE-IDX PIC 9(3) COMP-3.
       01 WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 50 TIMES.
               03 WS-R-VERSION PIC 9(3).
               03 WS-R-EFFECTIVE PIC 9(8).
               03 WS-R-CLASS PIC X.
               03 WS-R-BAND-LOW PIC 9(7)V99 COMP-3.
               03 WS-R-BAND-HIGH PIC 9(7)V99 COMP-3.
               03 WS-R-RATE PIC V999 COMP-3.
       01 WS-ABS-BALANCE PIC 9(7)V99 COMP-3.
       01 WS-SELECTED-RATE PIC V999 COMP-3.
       01 WS-SELECTED-EFFECTIVE PIC 9(8).
       01 WS-HAVE-DISPUTES PIC X VALUE 'N'.
           88 WS-DISPUTE-FILE-OPEN VALUE 'Y'.
       01 WS-DISPUTE-EOF-SWITCH PIC X.
           88 WS-DISPUTE-EOF VALUE 'Y'.
       01 WS-DISPUTED-TOTAL PIC S9(9)V99 COMP-3.
       01 WS-EFF-BALANCE PIC S9(9)V99 COMP-3.

       01 WS-STAY-PROGRAM PIC X(10) VALUE "INTACCRUAL".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-ESTATE-FROZEN VALUE 'Y'.
       01 WS-SCRA-SWITCH PIC X.
           88 WS-SCRA-PROTECTED VALUE 'Y'.
       01 WS-SCRA-CAP-RATE PIC V999 VALUE .005.
       01 WS-CHILD-IDNUM PIC 9(7).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-TODAY-INTEGER PIC 9(8) COMP-3.
       01 WS-TOMORROW-DATE PIC 9(8).
       01 WS-TOMORROW-PARTS REDEFINES WS-TOMORROW-DATE.
           02 FILLER PIC 9(6).
           02 WS-TOMORROW-DD PIC 99.
       01 WS-DAYS PIC S9(5) COMP-3.
       01 WS-DAILY-AMOUNT PIC 9(5)V9(4).
       01 WS-DAY-ACCRUAL PIC 9(7)V9(4).
       01 WS-ACCRUED-ROUNDED PIC 9(7)V99.
       01 WS-BOOK-AMOUNT PIC S9(7)V99.

       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-POSTED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OTHER-CONTROLS.
           02 WS-OC-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           02 WS-OC-ENTRY OCCURS 20 TIMES.
               03 WS-OC-NAME PIC X(10).
               03 WS-OC-PERIOD PIC 9(6).
       01 WS-OC-IDX PIC 9(3) COMP-3.

       01 WS-ACCRUED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ESTATE-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TODAY-TOTAL PIC 9(9)V9(4) COMP-3 VALUE ZERO.
       01 WS-UNBILLED-TOTAL PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BOOKED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "ACR".
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 PAGEHEADING.
           02 FILLER PIC X(27) VALUE "Daily interest accrual for ".
           02 PRNTODAY PIC 9(8).
       01 HEADS PIC X(100) VALUE
           "IDNum    Rate  Interest base  Days  Per day      Accrued to date   Since".
       01 ACCRUALLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRATE PIC .999.
           02 FILLER PIC X VALUE SPACE.
           02 PRNBASE PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDAYS PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNDAILY PIC $$,$$9.9999.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNACCRUED PIC $$$,$$$,$$9.99.
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNSINCE PIC 9(8).
       01 FOOTINGLINE1.
           02 FILLER PIC X(28) VALUE "Accounts accrued today:     ".
           02 PRNACCRUEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  total ".
           02 PRNTODAYTOTAL PIC $$$,$$$,$$9.99.
       01 FOOTINGLINE2.
           02 FILLER PIC X(28) VALUE "Unbilled interest on file:  ".
           02 PRNUNBILLED PIC $$$,$$$,$$9.99.
       01 FOOTINGLINE3.
           02 FILLER PIC X(28) VALUE "Month-end accrual booked:   ".
           02 PRNBOOKED PIC $$$,$$$,$$9.99-.
       01 FOOTINGLINE4.
           02 FILLER PIC X(28) VALUE "Skipped - stay or estate:   ".
           02 PRNSKIPPED PIC ZZZZ9.

       01 WS-CF-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-RT-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-PC-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Interest is billed once a month by InterestRun; this daily
      *> run carries the interest earned but not yet billed. Each
      *> account InterestRun would charge accrues, for every day since
      *> it was last accrued, the per-diem PayoffQuote quotes: the
      *> principal net of open disputes at the selected monthly rate
      *> spread over the days of the year, capped for SCRA. On the
      *> last day of the month (or with PARM MONTHEND) the unbilled
      *> total not already booked goes to the GL as an accrual; the
      *> interest run reverses it when it bills.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-TOMORROW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 1)
           IF WS-TOMORROW-DD = 1
               OR FUNCTION UPPER-CASE(WS-PARM-STRING(1:8))
                   = "MONTHEND"
               MOVE 'Y' TO WS-MONTH-END-SWITCH
           END-IF
           PERFORM 0100-LOAD-RATE-TABLE
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O ACCRUALFILE
           IF WS-AC-STATUS = "35"
               OPEN OUTPUT ACCRUALFILE
               CLOSE ACCRUALFILE
               OPEN I-O ACCRUALFILE
           END-IF
           IF WS-AC-STATUS NOT = "00"
               MOVE "ACCRUALFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT ACCRUALRPT
           IF WS-AR-STATUS NOT = "00"
               MOVE "ACCRUALRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-AR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT DISPUTEFILE
           IF WS-DS-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-DISPUTES
           END-IF
           MOVE WS-TODAY-DATE TO PRNTODAY
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           PERFORM 1000-PROCESS-CUSTOMER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTEFILE
           END-IF
           PERFORM 3000-TOTAL-ACCRUALS
           IF WS-MONTH-END
               PERFORM 0200-CHECK-POSTING-CONTROL
               IF WS-POSTED-PERIOD = WS-CURRENT-PERIOD
                   DISPLAY "Month-end accrual already booked for "
                       WS-CURRENT-PERIOD " - not booked again"
               ELSE
                   PERFORM 4000-BOOK-MONTH-END
                   PERFORM 0300-UPDATE-POSTING-CONTROL
               END-IF
           END-IF
           CLOSE ACCRUALFILE
           PERFORM 5000-WRITE-TOTALS
           CLOSE ACCRUALRPT
           DISPLAY "Interest accrual complete - " WS-ACCRUED-COUNT
               " accounts accrued, unbilled interest "
               WS-UNBILLED-TOTAL
           IF WS-BOOKED-TOTAL NOT = ZERO
               DISPLAY "Month-end accrual of " WS-BOOKED-TOTAL
                   " posted to the GL"
           END-IF
           GOBACK.

       0100-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATEFILE
           IF WS-RT-STATUS NOT = "00"
               DISPLAY "No rate table on file - standard rate "
                   WS-INTEREST-RATE " used for the accrual"
           ELSE
               PERFORM 0110-LOAD-ONE-RATE UNTIL WS-RATE-EOF
               CLOSE RATEFILE
           END-IF.

       0110-LOAD-ONE-RATE.
           READ RATEFILE
               AT END SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF WS-RATE-COUNT < 50
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WS-RATE-COUNT TO WS-RATE-IDX
                       MOVE RT-VERSION
                           TO WS-R-VERSION(WS-RATE-IDX)
                       MOVE RT-EFFECTIVE-DATE
                           TO WS-R-EFFECTIVE(WS-RATE-IDX)
                       MOVE RT-CLASS TO WS-R-CLASS(WS-RATE-IDX)
                       MOVE RT-BAND-LOW
                           TO WS-R-BAND-LOW(WS-RATE-IDX)
                       MOVE RT-BAND-HIGH
                           TO WS-R-BAND-HIGH(WS-RATE-IDX)
                       MOVE RT-RATE TO WS-R-RATE(WS-RATE-IDX)
                   END-IF
           END-READ.

       0200-CHECK-POSTING-CONTROL.
           MOVE 'N' TO WS-PC-EOF-SWITCH
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
                   IF PC-RUN-NAME = "INTACCRUAL"
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
               MOVE "INTACCRUAL" TO PC-RUN-NAME
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

       1000-PROCESS-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND NOT CUST-CLASS-EMPLOYEE
               PERFORM 2000-ACCRUE-INTEREST
           END-IF.

      *> The same accounts InterestRun charges: the principal net of
      *> open disputes must be owed, and nothing accrues under a
      *> bankruptcy stay or once a death notice is on file. Days
      *> missed since the last accrual are caught up; an account
      *> already accrued today is left alone.
       2000-ACCRUE-INTEREST.
           PERFORM 2050-TOTAL-OPEN-DISPUTES
           COMPUTE WS-EFF-BALANCE =
               BALANCE - CUST-INT-BAL - CUST-FEE-BAL
               + WS-DISPUTED-TOTAL
           IF WS-EFF-BALANCE NOT < ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ESTATE-SWITCH
           PERFORM 2070-CHECK-ESTATE
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
           MOVE IDNUM TO ACR-IDNUM
           MOVE 'Y' TO WS-ACCRUAL-FOUND-SWITCH
           READ ACCRUALFILE
               INVALID KEY MOVE 'N' TO WS-ACCRUAL-FOUND-SWITCH
           END-READ
           IF WS-ACCRUAL-FOUND
               COMPUTE WS-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(ACR-THROUGH-DATE)
               IF WS-DAYS < 1
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE IDNUM TO ACR-IDNUM
               MOVE WS-TODAY-DATE TO ACR-FROM-DATE
               MOVE ZERO TO ACR-ACCRUED
               MOVE ZERO TO ACR-GL-BOOKED
               MOVE 1 TO WS-DAYS
           END-IF
           PERFORM 2100-SELECT-RATE
           PERFORM 2080-CHECK-SCRA
           IF WS-SCRA-PROTECTED
               AND WS-SELECTED-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-SELECTED-RATE
           END-IF
           COMPUTE WS-DAILY-AMOUNT ROUNDED =
               (WS-EFF-BALANCE * -1) * WS-SELECTED-RATE * 12 / 365
           COMPUTE WS-DAY-ACCRUAL = WS-DAILY-AMOUNT * WS-DAYS
           ADD WS-DAY-ACCRUAL TO ACR-ACCRUED
           MOVE WS-TODAY-DATE TO ACR-THROUGH-DATE
           MOVE WS-SELECTED-RATE TO ACR-RATE
           MOVE WS-DAILY-AMOUNT TO ACR-DAILY
           IF WS-ACCRUAL-FOUND
               REWRITE ACCRUALRECORD
                   INVALID KEY
                       DISPLAY "Accrual update failed for customer "
                           IDNUM
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE ACCRUALRECORD
                   INVALID KEY
                       DISPLAY "Accrual add failed for customer "
                           IDNUM
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO WS-ACCRUED-COUNT
           ADD WS-DAY-ACCRUAL TO WS-TODAY-TOTAL
           MOVE IDNUM TO PRNIDNUM
           MOVE WS-SELECTED-RATE TO PRNRATE
           COMPUTE PRNBASE = WS-EFF-BALANCE * -1
           MOVE WS-DAYS TO PRNDAYS
           MOVE WS-DAILY-AMOUNT TO PRNDAILY
           COMPUTE PRNACCRUED ROUNDED = ACR-ACCRUED
           MOVE ACR-FROM-DATE TO PRNSINCE
           WRITE PRINTLINE FROM ACCRUALLINE.

       2050-TOTAL-OPEN-DISPUTES.
           MOVE ZERO TO WS-DISPUTED-TOTAL
           IF WS-DISPUTE-FILE-OPEN
               MOVE 'N' TO WS-DISPUTE-EOF-SWITCH
               MOVE IDNUM TO DSP-IDNUM
               MOVE ZERO TO DSP-SEQ
               START DISPUTEFILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY SET WS-DISPUTE-EOF TO TRUE
               END-START
               PERFORM 2060-ADD-ONE-DISPUTE UNTIL WS-DISPUTE-EOF
           END-IF.

       2060-ADD-ONE-DISPUTE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET WS-DISPUTE-EOF TO TRUE
           END-READ
           IF NOT WS-DISPUTE-EOF
               IF DSP-IDNUM NOT = IDNUM
                   SET WS-DISPUTE-EOF TO TRUE
               ELSE
                   IF DSP-OPEN
                       ADD DSP-AMOUNT TO WS-DISPUTED-TOTAL
                   END-IF
               END-IF
           END-IF.

      *> The estate record sorts ahead of the header, so the header
      *> is read back afterwards to restore the record and the
      *> sequential position.
       2070-CHECK-ESTATE.
           MOVE IDNUM TO WS-CHILD-IDNUM
           MOVE 'E' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ESTATE-SWITCH
           END-READ
           MOVE WS-CHILD-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-CHILD-IDNUM
           END-READ.

       2080-CHECK-SCRA.
           MOVE 'N' TO WS-SCRA-SWITCH
           MOVE IDNUM TO WS-CHILD-IDNUM
           MOVE 'M' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CM-DUTY-START <= WS-TODAY-DATE
                       AND (CM-DUTY-END = ZERO
                           OR CM-DUTY-END >= WS-TODAY-DATE)
                       MOVE 'Y' TO WS-SCRA-SWITCH
                   END-IF
           END-READ
           MOVE WS-CHILD-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Header re-read failed for customer "
                       WS-CHILD-IDNUM
           END-READ.

      *> Same selection InterestRun makes: the latest effective-dated
      *> entry on or before today matching class and balance band,
      *> with the standard rate as the fallback.
       2100-SELECT-RATE.
           MOVE WS-INTEREST-RATE TO WS-SELECTED-RATE
           MOVE ZERO TO WS-SELECTED-EFFECTIVE
           COMPUTE WS-ABS-BALANCE =
               FUNCTION ABS(WS-EFF-BALANCE)
           PERFORM 2110-CHECK-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.

       2110-CHECK-RATE-ENTRY.
           IF WS-R-EFFECTIVE(WS-RATE-IDX) <= WS-TODAY-DATE
               AND WS-R-EFFECTIVE(WS-RATE-IDX)
                   >= WS-SELECTED-EFFECTIVE
               AND (WS-R-CLASS(WS-RATE-IDX) = SPACE
                   OR WS-R-CLASS(WS-RATE-IDX) = CUST-CLASS)
               AND WS-ABS-BALANCE >= WS-R-BAND-LOW(WS-RATE-IDX)
               AND WS-ABS-BALANCE <= WS-R-BAND-HIGH(WS-RATE-IDX)
               MOVE WS-R-RATE(WS-RATE-IDX) TO WS-SELECTED-RATE
               MOVE WS-R-EFFECTIVE(WS-RATE-IDX)
                   TO WS-SELECTED-EFFECTIVE
           END-IF.

       3000-TOTAL-ACCRUALS.
           MOVE ZERO TO WS-UNBILLED-TOTAL
           MOVE 'N' TO WS-ACCRUAL-EOF-SWITCH
           MOVE ZERO TO ACR-IDNUM
           START ACCRUALFILE KEY IS NOT LESS THAN ACR-IDNUM
               INVALID KEY SET WS-ACCRUAL-EOF TO TRUE
           END-START
           PERFORM 3010-ADD-ONE-ACCRUAL UNTIL WS-ACCRUAL-EOF.

       3010-ADD-ONE-ACCRUAL.
           READ ACCRUALFILE NEXT RECORD
               AT END SET WS-ACCRUAL-EOF TO TRUE
               NOT AT END
                   COMPUTE WS-ACCRUED-ROUNDED ROUNDED = ACR-ACCRUED
                   ADD WS-ACCRUED-ROUNDED TO WS-UNBILLED-TOTAL
           END-READ.

      *> Each account's booked figure is brought up to its unbilled
      *> interest, so a month that ends before InterestRun has billed
      *> the last one only books the difference.
       4000-BOOK-MONTH-END.
           MOVE ZERO TO WS-BOOKED-TOTAL
           MOVE 'N' TO WS-ACCRUAL-EOF-SWITCH
           MOVE ZERO TO ACR-IDNUM
           START ACCRUALFILE KEY IS NOT LESS THAN ACR-IDNUM
               INVALID KEY SET WS-ACCRUAL-EOF TO TRUE
           END-START
           PERFORM 4010-BOOK-ONE-ACCRUAL UNTIL WS-ACCRUAL-EOF
           MOVE WS-TODAY-DATE TO WS-GL-POST-DATE
           MOVE WS-BOOKED-TOTAL TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT.

       4010-BOOK-ONE-ACCRUAL.
           READ ACCRUALFILE NEXT RECORD
               AT END SET WS-ACCRUAL-EOF TO TRUE
           END-READ
           IF NOT WS-ACCRUAL-EOF
               COMPUTE WS-ACCRUED-ROUNDED ROUNDED = ACR-ACCRUED
               COMPUTE WS-BOOK-AMOUNT =
                   WS-ACCRUED-ROUNDED - ACR-GL-BOOKED
               IF WS-BOOK-AMOUNT NOT = ZERO
                   MOVE WS-ACCRUED-ROUNDED TO ACR-GL-BOOKED
                   REWRITE ACCRUALRECORD
                       INVALID KEY
                           DISPLAY "Accrual booking failed for "
                               "customer " ACR-IDNUM
                       NOT INVALID KEY
                           ADD WS-BOOK-AMOUNT TO WS-BOOKED-TOTAL
                   END-REWRITE
               END-IF
           END-IF.

       5000-WRITE-TOTALS.
           MOVE WS-ACCRUED-COUNT TO PRNACCRUEDCOUNT
           COMPUTE PRNTODAYTOTAL ROUNDED = WS-TODAY-TOTAL
           WRITE PRINTLINE FROM FOOTINGLINE1 AFTER ADVANCING 2 LINES
           MOVE WS-UNBILLED-TOTAL TO PRNUNBILLED
           WRITE PRINTLINE FROM FOOTINGLINE2
           IF WS-MONTH-END
               MOVE WS-BOOKED-TOTAL TO PRNBOOKED
               WRITE PRINTLINE FROM FOOTINGLINE3
           END-IF
           COMPUTE PRNSKIPPED =
               WS-STAY-SKIP-COUNT + WS-ESTATE-SKIP-COUNT
           WRITE PRINTLINE FROM FOOTINGLINE4.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
