            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeferredRevenueRpt.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENTFILE ASSIGN TO
               "files/DeferredRevenue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.
           SELECT SCHEDULEFILE ASSIGN TO "files/RevenueSchedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RVS-INV-NUMBER
               FILE STATUS IS WS-SC-STATUS.
           SELECT ROLLFORWARDRPT ASSIGN TO
               "files/DeferredRevenue.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENTFILE.
       COPY "RevenueMovement.cpy".

       FD SCHEDULEFILE.
       COPY "RevenueSchedule.cpy".

       FD ROLLFORWARDRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMM"
       01 WS-RPT-PERIOD PIC 9(6).
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE.
               03 WS-CD-PERIOD PIC 9(6).
               03 FILLER PIC 99.
           02 FILLER PIC X(13).

       01 WS-OPENING PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BILLED PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-RECOGNIZED PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ADJUSTED PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-CLOSING PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SCHEDULE-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(36)
               VALUE "Deferred revenue rollforward period ".
           02 PRNPERIOD PIC 9(6).
       01 HEADS PIC X(100) VALUE
           "Date      Invoice  IDNum    Movement          Amount  Program".
       01 MOVEMENTLINE.
           02 PRNDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNINVNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTYPE PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PRNAMOUNT PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNPROGRAM PIC X(10).
       01 ROLLLINE.
           02 PRNLABEL PIC X(30).
           02 PRNROLLAMOUNT PIC $$$,$$$,$$9.99-.
       01 CHECKLINE.
           02 FILLER PIC X(30) VALUE "Open revenue schedules .......".
           02 PRNSCHEDULED PIC $$$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNVERDICT PIC X(14).

       01 WS-MV-STATUS PIC XX.
       01 WS-SC-STATUS PIC XX.
       01 WS-RF-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Rolls deferred revenue forward for one month from the
      *> movement file InvoicePost and RevenueRecognition write: the
      *> opening balance is every movement before the period, then
      *> the period's billing, recognition and memo credits give the
      *> closing balance. Run for the current month, the closing
      *> figure is proved against what the open schedules still hold.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:6) TO WS-RPT-PERIOD
           ELSE
               MOVE WS-CD-PERIOD TO WS-RPT-PERIOD
           END-IF
           OPEN INPUT MOVEMENTFILE
           IF WS-MV-STATUS NOT = "00"
               DISPLAY "No deferred revenue on record - status "
                   WS-MV-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT ROLLFORWARDRPT
           IF WS-RF-STATUS NOT = "00"
               MOVE "ROLLFORWARDRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RPT-PERIOD TO PRNPERIOD
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           PERFORM 1000-READ-ONE-MOVEMENT UNTIL WSEOF
           CLOSE MOVEMENTFILE
           COMPUTE WS-CLOSING =
               WS-OPENING + WS-BILLED - WS-RECOGNIZED - WS-ADJUSTED
           PERFORM 2000-WRITE-ROLLFORWARD
           IF WS-RPT-PERIOD = WS-CD-PERIOD
               PERFORM 3000-PROVE-TO-SCHEDULES
           END-IF
           CLOSE ROLLFORWARDRPT
           DISPLAY "Deferred revenue " WS-RPT-PERIOD " - opening "
               WS-OPENING " closing " WS-CLOSING
           GOBACK.

       1000-READ-ONE-MOVEMENT.
           READ MOVEMENTFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF RVM-PERIOD < WS-RPT-PERIOD
                       PERFORM 1100-ADD-TO-OPENING
                   ELSE IF RVM-PERIOD = WS-RPT-PERIOD
                       PERFORM 1200-ADD-TO-PERIOD
                   END-IF
           END-READ.

       1100-ADD-TO-OPENING.
           IF RVM-BILLED
               ADD RVM-AMOUNT TO WS-OPENING
           ELSE
               SUBTRACT RVM-AMOUNT FROM WS-OPENING
           END-IF.

       1200-ADD-TO-PERIOD.
           EVALUATE TRUE
               WHEN RVM-BILLED
                   ADD RVM-AMOUNT TO WS-BILLED
                   MOVE "Billed" TO PRNTYPE
               WHEN RVM-RECOGNIZED
                   ADD RVM-AMOUNT TO WS-RECOGNIZED
                   MOVE "Recognized" TO PRNTYPE
               WHEN OTHER
                   ADD RVM-AMOUNT TO WS-ADJUSTED
                   MOVE "Credited" TO PRNTYPE
           END-EVALUATE
           MOVE RVM-DATE TO PRNDATE
           MOVE RVM-INV-NUMBER TO PRNINVNUM
           MOVE RVM-IDNUM TO PRNIDNUM
           MOVE RVM-AMOUNT TO PRNAMOUNT
           MOVE RVM-PROGRAM TO PRNPROGRAM
           WRITE PRINTLINE FROM MOVEMENTLINE.

       2000-WRITE-ROLLFORWARD.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Opening deferred revenue ....." TO PRNLABEL
           MOVE WS-OPENING TO PRNROLLAMOUNT
           WRITE PRINTLINE FROM ROLLLINE
           MOVE "Billed in advance ............" TO PRNLABEL
           MOVE WS-BILLED TO PRNROLLAMOUNT
           WRITE PRINTLINE FROM ROLLLINE
           MOVE "Recognized to sales .........." TO PRNLABEL
           MOVE WS-RECOGNIZED TO PRNROLLAMOUNT
           WRITE PRINTLINE FROM ROLLLINE
           MOVE "Credit memos ................." TO PRNLABEL
           MOVE WS-ADJUSTED TO PRNROLLAMOUNT
           WRITE PRINTLINE FROM ROLLLINE
           MOVE "Closing deferred revenue ....." TO PRNLABEL
           MOVE WS-CLOSING TO PRNROLLAMOUNT
           WRITE PRINTLINE FROM ROLLLINE.

       3000-PROVE-TO-SCHEDULES.
           OPEN INPUT SCHEDULEFILE
           IF WS-SC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3010-ADD-ONE-SCHEDULE UNTIL WSEOF
           CLOSE SCHEDULEFILE
           MOVE WS-SCHEDULE-BALANCE TO PRNSCHEDULED
           IF WS-SCHEDULE-BALANCE = WS-CLOSING
               MOVE "AGREES" TO PRNVERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRNVERDICT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PRINTLINE FROM CHECKLINE.

       3010-ADD-ONE-SCHEDULE.
           READ SCHEDULEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF RVS-ACTIVE
                       COMPUTE WS-SCHEDULE-BALANCE =
                           WS-SCHEDULE-BALANCE + RVS-AMOUNT
                           - RVS-RECOGNIZED - RVS-ADJUSTED
                   END-IF
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
