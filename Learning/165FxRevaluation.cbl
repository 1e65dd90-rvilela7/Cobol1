            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRevaluation.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT REVALUEFILE ASSIGN TO "files/FxRevaluation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT POSTINGCONTROL ASSIGN TO "files/PostingControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT REVALUATIONRPT ASSIGN TO "files/FxRevaluation.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD REVALUEFILE.
       01 REVALUERECORD.
           02 FXV-LAST-DATE PIC 9(8).
           02 FXV-BOOKED PIC S9(9)V99.

       FD POSTINGCONTROL.
       01 POSTINGCONTROLRECORD.
           02 PC-RUN-NAME PIC X(10).
           02 PC-LAST-PERIOD PIC 9(6).

       FD REVALUATIONRPT.
       01 PRINTLINE PIC X(110).

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
       01 WS-POSTED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OTHER-CONTROLS.
           02 WS-OC-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           02 WS-OC-ENTRY OCCURS 20 TIMES.
               03 WS-OC-NAME PIC X(10).
               03 WS-OC-PERIOD PIC 9(6).
       01 WS-OC-IDX PIC 9(3) COMP-3.

       01 WS-RATE PIC 9(3)V9(6).
       01 WS-RATE-RESULT PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-OPEN-FOREIGN PIC S9(9)V99.
       01 WS-OPEN-HOME PIC S9(9)V99.
       01 WS-REVALUED PIC S9(9)V99.
       01 WS-DIFFERENCE PIC S9(9)V99.

       01 WS-INVOICE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-UNREALIZED PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PREVIOUS PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PREVIOUS-DATE PIC 9(8) VALUE ZERO.

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "FXR".
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 PAGEHEADING.
           02 FILLER PIC X(30) VALUE "Foreign currency revaluation  ".
           02 PRNRUNDATE PIC 9(8).
       01 HEADS PIC X(110) VALUE
           "Invoice  IDNum    Cur   Open foreign      Rate        Carrying       Revalued     Difference".
       01 REVALUELINE.
           02 PRNINVNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCURR PIC X(3).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNFOREIGN PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRATE PIC ZZ9.999999.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCARRYING PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREVALUED PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDIFFERENCE PIC $$,$$$,$$9.99-.
       01 NORATELINE.
           02 PRNNRINVNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNNRIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNNRCURR PIC X(3).
           02 FILLER PIC X(36)
               VALUE "  no exchange rate - not revalued".
       01 FOOTINGLINE1.
           02 FILLER PIC X(30) VALUE "Open foreign invoices ........".
           02 PRNINVCOUNT PIC ZZZZ9.
       01 FOOTINGLINE2.
           02 PRNFOOTLABEL PIC X(30).
           02 PRNFOOTAMOUNT PIC $$$,$$$,$$9.99-.

       01 WS-IH-STATUS PIC XX.
       01 WS-RV-STATUS PIC XX.
       01 WS-PC-STATUS PIC XX.
       01 WS-RR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Month-end revaluation of receivables billed in a foreign
      *> currency. Each posted invoice still open is valued at the
      *> rate in force on the run date against the home amount it is
      *> carried at; the sum is the unrealized exchange gain or loss
      *> at month end. Only the change since the last run is posted
      *> (FXR through GLPost), so the revaluation account always
      *> holds the current figure: an invoice settled since drops
      *> out and its earlier revaluation reverses, the real result
      *> having been booked by PaymentPost when the money came in.
      *> Customer balances are not touched.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM 0200-CHECK-POSTING-CONTROL
           IF WS-POSTED-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Foreign currency already revalued for period "
                   WS-CURRENT-PERIOD " - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "No invoice file on record - status "
                   WS-IH-STATUS
               GOBACK
           END-IF
           PERFORM 0100-READ-LAST-REVALUATION
           OPEN OUTPUT REVALUATIONRPT
           IF WS-RR-STATUS NOT = "00"
               MOVE "REVALUATIONRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TODAY-DATE TO PRNRUNDATE
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           PERFORM 1000-CHECK-ONE-INVOICE UNTIL WSEOF
           CLOSE INVOICEFILE
           MOVE WS-TODAY-DATE TO WS-GL-POST-DATE
           COMPUTE WS-GL-AMOUNT = WS-UNREALIZED - WS-PREVIOUS
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT
           PERFORM 0150-SAVE-REVALUATION
           PERFORM 0300-UPDATE-POSTING-CONTROL
           PERFORM 3000-WRITE-TOTALS
           CLOSE REVALUATIONRPT
           DISPLAY "Foreign currency revaluation complete - "
               WS-INVOICE-COUNT " open invoices, unrealized "
               WS-UNREALIZED ", posted " WS-GL-AMOUNT
           IF WS-NO-RATE-COUNT > ZERO
               DISPLAY WS-NO-RATE-COUNT " invoices had no exchange "
                   "rate and were not revalued"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-READ-LAST-REVALUATION.
           OPEN INPUT REVALUEFILE
           IF WS-RV-STATUS = "00"
               READ REVALUEFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FXV-BOOKED TO WS-PREVIOUS
                       MOVE FXV-LAST-DATE TO WS-PREVIOUS-DATE
               END-READ
               CLOSE REVALUEFILE
           END-IF.

       0150-SAVE-REVALUATION.
           OPEN OUTPUT REVALUEFILE
           IF WS-RV-STATUS NOT = "00"
               DISPLAY "REVALUEFILE STATUS " WS-RV-STATUS
                   " - revaluation not saved"
           ELSE
               MOVE WS-TODAY-DATE TO FXV-LAST-DATE
               MOVE WS-UNREALIZED TO FXV-BOOKED
               WRITE REVALUERECORD
               CLOSE REVALUEFILE
           END-IF.

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
                   IF PC-RUN-NAME = "FXREVALUE"
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
               MOVE "FXREVALUE" TO PC-RUN-NAME
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

       1000-CHECK-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND INV-POSTED AND INV-IS-INVOICE
               AND NOT INV-HOME-CURRENCY
               PERFORM 2000-REVALUE-INVOICE
           END-IF.

       2000-REVALUE-INVOICE.
           COMPUTE WS-OPEN-FOREIGN =
               INV-FOREIGN-TOTAL - INV-FOREIGN-PAID
           COMPUTE WS-OPEN-HOME = INV-TOTAL - INV-PAID-AMOUNT
           IF WS-OPEN-FOREIGN NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           CALL 'FxRate' USING INV-CURRENCY, WS-TODAY-DATE,
               WS-RATE, WS-RATE-RESULT
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE INV-NUMBER TO PRNNRINVNUM
               MOVE INV-IDNUM TO PRNNRIDNUM
               MOVE INV-CURRENCY TO PRNNRCURR
               WRITE PRINTLINE FROM NORATELINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REVALUED ROUNDED = WS-OPEN-FOREIGN * WS-RATE
           COMPUTE WS-DIFFERENCE = WS-REVALUED - WS-OPEN-HOME
           ADD 1 TO WS-INVOICE-COUNT
           ADD WS-DIFFERENCE TO WS-UNREALIZED
           MOVE INV-NUMBER TO PRNINVNUM
           MOVE INV-IDNUM TO PRNIDNUM
           MOVE INV-CURRENCY TO PRNCURR
           MOVE WS-OPEN-FOREIGN TO PRNFOREIGN
           MOVE WS-RATE TO PRNRATE
           MOVE WS-OPEN-HOME TO PRNCARRYING
           MOVE WS-REVALUED TO PRNREVALUED
           MOVE WS-DIFFERENCE TO PRNDIFFERENCE
           WRITE PRINTLINE FROM REVALUELINE.

       3000-WRITE-TOTALS.
           MOVE WS-INVOICE-COUNT TO PRNINVCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE1 AFTER ADVANCING 2 LINES
           MOVE "Unrealized gain (loss) ......." TO PRNFOOTLABEL
           MOVE WS-UNREALIZED TO PRNFOOTAMOUNT
           WRITE PRINTLINE FROM FOOTINGLINE2
           MOVE "Booked at last revaluation ..." TO PRNFOOTLABEL
           MOVE WS-PREVIOUS TO PRNFOOTAMOUNT
           WRITE PRINTLINE FROM FOOTINGLINE2
           MOVE "Posted this run (FXR) ........" TO PRNFOOTLABEL
           MOVE WS-GL-AMOUNT TO PRNFOOTAMOUNT
           WRITE PRINTLINE FROM FOOTINGLINE2.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
