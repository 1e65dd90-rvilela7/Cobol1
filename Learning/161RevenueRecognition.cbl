            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevenueRecognition.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULEFILE ASSIGN TO "files/RevenueSchedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RVS-INV-NUMBER
               FILE STATUS IS WS-SC-STATUS.
           SELECT MOVEMENTFILE ASSIGN TO
               "files/DeferredRevenue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.
           SELECT POSTINGCONTROL ASSIGN TO "files/PostingControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT RECOGNITIONRPT ASSIGN TO
               "files/RevenueRecognition.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULEFILE.
       COPY "RevenueSchedule.cpy".

       FD MOVEMENTFILE.
       COPY "RevenueMovement.cpy".

       FD POSTINGCONTROL.
       01 POSTINGCONTROLRECORD.
           02 PC-RUN-NAME PIC X(10).
           02 PC-LAST-PERIOD PIC 9(6).

       FD RECOGNITIONRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-PC-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-CURRENT-PARTS REDEFINES WS-CURRENT-PERIOD.
           02 WS-CURRENT-YYYY PIC 9(4).
           02 WS-CURRENT-MM PIC 99.
       01 WS-POSTED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OTHER-CONTROLS.
           02 WS-OC-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           02 WS-OC-ENTRY OCCURS 20 TIMES.
               03 WS-OC-NAME PIC X(10).
               03 WS-OC-PERIOD PIC 9(6).
       01 WS-OC-IDX PIC 9(3) COMP-3.

       01 WS-MONTHS-DUE PIC S9(5) COMP-3.
       01 WS-MONTHS-LEFT PIC S9(5) COMP-3.
       01 WS-REMAINING PIC S9(7)V99.
       01 WS-RECOGNIZE-AMOUNT PIC S9(7)V99.

       01 WS-SCHEDULE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-COMPLETED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-RECOGNIZED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DEFERRED-LEFT PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "RVR".
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 PAGEHEADING.
           02 FILLER PIC X(30) VALUE "Revenue recognition for period".
           02 FILLER PIC X VALUE SPACE.
           02 PRNPERIOD PIC 9(6).
       01 HEADS PIC X(100) VALUE
           "Invoice  IDNum    Description                Month     Recognized    Still deferred".
       01 RECOGNITIONLINE.
           02 PRNINVNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDESC PIC X(25).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNMONTHSDONE PIC Z9.
           02 FILLER PIC X(4) VALUE " of ".
           02 PRNMONTHS PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRECOGNIZED PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREMAINING PIC $$,$$$,$$9.99.
       01 FOOTINGLINE1.
           02 FILLER PIC X(28) VALUE "Schedules recognized:       ".
           02 PRNSCHEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  total ".
           02 PRNRECTOTAL PIC $$$,$$$,$$9.99.
       01 FOOTINGLINE2.
           02 FILLER PIC X(28) VALUE "Schedules completed:        ".
           02 PRNCOMPLETED PIC ZZZZ9.
       01 FOOTINGLINE3.
           02 FILLER PIC X(28) VALUE "Revenue still deferred:     ".
           02 PRNDEFERRED PIC $$$,$$$,$$9.99.

       01 WS-SC-STATUS PIC XX.
       01 WS-MV-STATUS PIC XX.
       01 WS-PC-STATUS PIC XX.
       01 WS-RR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Quarterly and annual recurring charges are billed in advance
      *> and deferred when the invoice posts. Once a month each
      *> active schedule earns its share for every service month
      *> reached since it was last recognized - the bill month is the
      *> first - and the total moves from deferred revenue to sales
      *> through GLPost. The last month takes whatever is left, so
      *> rounding never strands a balance; a memo that reduced the
      *> schedule is spread over the months still to come.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM 0200-CHECK-POSTING-CONTROL
           IF WS-POSTED-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Revenue already recognized for period "
                   WS-CURRENT-PERIOD " - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SCHEDULEFILE
           IF WS-SC-STATUS = "35"
               DISPLAY "No revenue schedules on file - nothing to "
                   "recognize"
               GOBACK
           END-IF
           IF WS-SC-STATUS NOT = "00"
               MOVE "SCHEDULEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-SC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN EXTEND MOVEMENTFILE
           IF WS-MV-STATUS = "35"
               OPEN OUTPUT MOVEMENTFILE
           END-IF
           IF WS-MV-STATUS NOT = "00"
               MOVE "MOVEMENTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-MV-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT RECOGNITIONRPT
           IF WS-RR-STATUS NOT = "00"
               MOVE "RECOGNITIONRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-CURRENT-PERIOD TO PRNPERIOD
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           PERFORM 1000-CHECK-ONE-SCHEDULE UNTIL WSEOF
           CLOSE SCHEDULEFILE
           CLOSE MOVEMENTFILE
           MOVE WS-TODAY-DATE TO WS-GL-POST-DATE
           MOVE WS-RECOGNIZED-TOTAL TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           PERFORM 0300-UPDATE-POSTING-CONTROL
           PERFORM 3000-WRITE-TOTALS
           CLOSE RECOGNITIONRPT
           DISPLAY "Revenue recognition complete - "
               WS-SCHEDULE-COUNT " schedules, " WS-RECOGNIZED-TOTAL
               " moved from deferred revenue to sales"
           GOBACK.

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
                   IF PC-RUN-NAME = "REVRECOG"
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
               MOVE "REVRECOG" TO PC-RUN-NAME
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

       1000-CHECK-ONE-SCHEDULE.
           READ SCHEDULEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND RVS-ACTIVE
               PERFORM 2000-RECOGNIZE-SCHEDULE
           END-IF.

       2000-RECOGNIZE-SCHEDULE.
           COMPUTE WS-MONTHS-DUE =
               (WS-CURRENT-YYYY * 12 + WS-CURRENT-MM)
               - (RVS-START-YYYY * 12 + RVS-START-MM) + 1
           IF WS-MONTHS-DUE > RVS-MONTHS
               MOVE RVS-MONTHS TO WS-MONTHS-DUE
           END-IF
           COMPUTE WS-REMAINING =
               RVS-AMOUNT - RVS-RECOGNIZED - RVS-ADJUSTED
           IF WS-MONTHS-DUE NOT > RVS-MONTHS-DONE
               ADD WS-REMAINING TO WS-DEFERRED-LEFT
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTHS-DUE = RVS-MONTHS
               MOVE WS-REMAINING TO WS-RECOGNIZE-AMOUNT
               SET RVS-COMPLETE TO TRUE
           ELSE
               COMPUTE WS-MONTHS-LEFT = RVS-MONTHS - RVS-MONTHS-DONE
               COMPUTE WS-RECOGNIZE-AMOUNT ROUNDED =
                   WS-REMAINING * (WS-MONTHS-DUE - RVS-MONTHS-DONE)
                   / WS-MONTHS-LEFT
           END-IF
           ADD WS-RECOGNIZE-AMOUNT TO RVS-RECOGNIZED
           MOVE WS-MONTHS-DUE TO RVS-MONTHS-DONE
           MOVE WS-CURRENT-PERIOD TO RVS-LAST-PERIOD
           REWRITE REVSCHEDULERECORD
               INVALID KEY
                   DISPLAY "Revenue schedule rewrite failed for "
                       "invoice " RVS-INV-NUMBER
                   ADD WS-REMAINING TO WS-DEFERRED-LEFT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-SCHEDULE-COUNT
           IF RVS-COMPLETE
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF
           ADD WS-RECOGNIZE-AMOUNT TO WS-RECOGNIZED-TOTAL
           SUBTRACT WS-RECOGNIZE-AMOUNT FROM WS-REMAINING
           ADD WS-REMAINING TO WS-DEFERRED-LEFT
           PERFORM 2100-WRITE-MOVEMENT
           MOVE RVS-INV-NUMBER TO PRNINVNUM
           MOVE RVS-IDNUM TO PRNIDNUM
           MOVE RVS-DESCRIPTION TO PRNDESC
           MOVE RVS-MONTHS-DONE TO PRNMONTHSDONE
           MOVE RVS-MONTHS TO PRNMONTHS
           MOVE WS-RECOGNIZE-AMOUNT TO PRNRECOGNIZED
           MOVE WS-REMAINING TO PRNREMAINING
           WRITE PRINTLINE FROM RECOGNITIONLINE.

       2100-WRITE-MOVEMENT.
           MOVE WS-CURRENT-PERIOD TO RVM-PERIOD
           MOVE WS-TODAY-DATE TO RVM-DATE
           MOVE RVS-INV-NUMBER TO RVM-INV-NUMBER
           MOVE RVS-IDNUM TO RVM-IDNUM
           MOVE "REC" TO RVM-TYPE
           MOVE WS-RECOGNIZE-AMOUNT TO RVM-AMOUNT
           MOVE "REVRECOG" TO RVM-PROGRAM
           WRITE REVMOVEMENTRECORD.

       3000-WRITE-TOTALS.
           MOVE WS-SCHEDULE-COUNT TO PRNSCHEDCOUNT
           MOVE WS-RECOGNIZED-TOTAL TO PRNRECTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE1 AFTER ADVANCING 2 LINES
           MOVE WS-COMPLETED-COUNT TO PRNCOMPLETED
           WRITE PRINTLINE FROM FOOTINGLINE2
           MOVE WS-DEFERRED-LEFT TO PRNDEFERRED
           WRITE PRINTLINE FROM FOOTINGLINE3.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
