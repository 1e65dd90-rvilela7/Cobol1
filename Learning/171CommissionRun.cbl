            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionRun.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPFILE ASSIGN TO "files/SalesReps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRP-STATUS.
           SELECT APPLICATIONFILE ASSIGN TO
               "files/CashApplications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT POSTINGCONTROL ASSIGN TO "files/PostingControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT STATEMENTRPT ASSIGN TO
               "files/CommissionStatements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT SUMMARYRPT ASSIGN TO
               "files/CommissionSummary.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD REPFILE.
       COPY "SalesRep.cpy".

       FD APPLICATIONFILE.
       COPY "CashApplication.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD POSTINGCONTROL.
       01 POSTINGCONTROLRECORD.
           02 PC-RUN-NAME PIC X(10).
           02 PC-LAST-PERIOD PIC 9(6).

       FD STATEMENTRPT.
       01 PRINTLINE PIC X(100).

       FD SUMMARYRPT.
       01 SUMMARYLINE PIC X(120).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-REP-CODE PIC X(4).
           02 SRT-INV-NUMBER PIC 9(7).
           02 SRT-TYPE PIC X.
               88 SRT-IS-CASH VALUE 'P'.
               88 SRT-IS-MEMO VALUE 'M'.
               88 SRT-IS-WRITE-OFF VALUE 'W'.
           02 SRT-DATE PIC 9(8).
           02 SRT-IDNUM PIC 9(7).
           02 SRT-AMOUNT PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-PC-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-CUST-FOUND PIC X.
           88 WS-CUSTOMER-FOUND VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMM"
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-RUN-PERIOD PIC 9(6).
       01 WS-RUN-PARTS REDEFINES WS-RUN-PERIOD.
           02 WS-RUN-YYYY PIC 9(4).
           02 WS-RUN-MM PIC 99.
       01 WS-POSTED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OTHER-CONTROLS.
           02 WS-OC-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           02 WS-OC-ENTRY OCCURS 20 TIMES.
               03 WS-OC-NAME PIC X(10).
               03 WS-OC-PERIOD PIC 9(6).
       01 WS-OC-IDX PIC 9(3) COMP-3.

      *> The rep table as loaded from SalesReps.dat, with the
      *> month's figures built up against each rep. Room is left
      *> past the 200 reps loaded for codes found only on invoices.
       01 WS-REP-TABLE.
           02 WS-REP-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           02 WS-REP-ENTRY OCCURS 250 TIMES.
               03 WS-RT-RECORD PIC X(65).
               03 WS-RT-CODE PIC X(4).
               03 WS-RT-NAME PIC X(30).
               03 WS-RT-RATE PIC 9V9(4).
               03 WS-RT-ON-FILE PIC X.
                   88 WS-RT-IS-ON-FILE VALUE 'Y'.
               03 WS-RT-CASH PIC S9(9)V99 COMP-3.
               03 WS-RT-COMMISSION PIC S9(9)V99 COMP-3.
               03 WS-RT-CHARGEBACK PIC S9(9)V99 COMP-3.
               03 WS-RT-BROUGHT PIC S9(9)V99 COMP-3.
               03 WS-RT-NET PIC S9(9)V99 COMP-3.
               03 WS-RT-PAYABLE PIC S9(9)V99 COMP-3.
               03 WS-RT-CARRIED PIC S9(9)V99 COMP-3.
       01 WS-REP-IDX PIC 9(3) COMP-3.
       01 WS-FIND-IDX PIC 9(3) COMP-3.
       01 WS-FIND-CODE PIC X(4).
       01 WS-CURRENT-REP PIC X(4) VALUE SPACES.

       01 WS-OPEN-AMOUNT PIC S9(9)V99.
       01 WS-LINE-COMMISSION PIC S9(9)V99.
       01 WS-RATE-PCT PIC 9(3)V99.

       01 WS-APPLICATION-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-WRITE-OFF-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOTAL-CASH PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-COMMISSION PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-CHARGEBACK PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-BROUGHT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-PAYABLE PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-CARRIED PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(31) VALUE "Commission statement for period".
           02 FILLER PIC X VALUE SPACE.
           02 PRNPERIOD PIC 9(6).
       01 REPHEADING.
           02 FILLER PIC X(10) VALUE "Sales rep ".
           02 PRNREPCODE PIC X(4).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREPNAME PIC X(30).
           02 FILLER PIC X(7) VALUE " rate  ".
           02 PRNREPRATE PIC Z9.99.
           02 FILLER PIC X VALUE "%".
       01 HEADS PIC X(100) VALUE
           "Date      Invoice  IDNum    Type              Amount      Commission".
       01 DETAILLINE.
           02 PRNDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNINVNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTYPE PIC X(10).
           02 PRNAMOUNT PIC $$$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCOMM PIC $$$,$$$,$$9.99-.
       01 REPTOTALLINE.
           02 PRNTOTLABEL PIC X(38).
           02 PRNTOTAMOUNT PIC $$$,$$$,$$9.99-.
       01 SUMMARYHEADING.
           02 FILLER PIC X(37)
               VALUE "Sales commission summary for period ".
           02 PRNSUMPERIOD PIC 9(6).
       01 SUMMARYHEADS PIC X(120) VALUE
           "Rep  Name                              Commission     Chargebacks    Brought fwd        Payable    Carried fwd".
       01 SUMMARYDETAIL.
           02 PRNSUMCODE PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSUMNAME PIC X(30).
           02 PRNSUMCOMM PIC $$$,$$$,$$9.99-.
           02 PRNSUMCB PIC $$$,$$$,$$9.99-.
           02 PRNSUMBROUGHT PIC $$$,$$$,$$9.99-.
           02 PRNSUMPAY PIC $$$,$$$,$$9.99-.
           02 PRNSUMCARRIED PIC $$$,$$$,$$9.99-.

       01 WS-SRP-STATUS PIC XX.
       01 WS-AP-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-PC-STATUS PIC XX.
       01 WS-ST-STATUS PIC XX.
       01 WS-SM-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly sales commission. Each rep is paid their rate on the
      *> cash PaymentPost applied during the month to invoices carrying
      *> their code, and charged back the same rate on credit memos
      *> posted against those invoices and on whatever was still open
      *> on them when the customer was charged off (each invoice is
      *> charged back once, and flagged). A month that nets out
      *> negative pays nothing and the shortfall is carried forward
      *> on the rep table against the next month. The run is for the
      *> previous month unless a PARM gives one; a month can only be
      *> paid once and never while it is still open.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE(1:6) TO WS-CURRENT-PERIOD
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:6) TO WS-RUN-PERIOD
           ELSE
               MOVE WS-CURRENT-PERIOD TO WS-RUN-PERIOD
               IF WS-RUN-MM = 1
                   SUBTRACT 1 FROM WS-RUN-YYYY
                   MOVE 12 TO WS-RUN-MM
               ELSE
                   SUBTRACT 1 FROM WS-RUN-MM
               END-IF
           END-IF
           IF WS-RUN-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY "Period " WS-RUN-PERIOD " is still open - "
                   "commission run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-CHECK-POSTING-CONTROL
           IF WS-POSTED-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY "Commission already paid through period "
                   WS-POSTED-PERIOD " - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0400-LOAD-REP-TABLE
           IF WS-REP-COUNT = ZERO
               DISPLAY "No sales reps on file - no commission to pay"
               GOBACK
           END-IF
           SORT SORTWORK ASCENDING KEY SRT-REP-CODE SRT-INV-NUMBER
                   SRT-DATE
               INPUT PROCEDURE 1000-SELECT-APPLICATIONS
               OUTPUT PROCEDURE 3000-PRINT-STATEMENTS
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-REWRITE-REP-TABLE
           PERFORM 0300-UPDATE-POSTING-CONTROL
           DISPLAY "Commission run " WS-RUN-PERIOD " complete - "
               WS-TOTAL-PAYABLE " payable, " WS-TOTAL-CARRIED
               " carried forward"
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
                   IF PC-RUN-NAME = "COMMISSION"
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
               MOVE "COMMISSION" TO PC-RUN-NAME
               MOVE WS-RUN-PERIOD TO PC-LAST-PERIOD
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

       0400-LOAD-REP-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REPFILE
           IF WS-SRP-STATUS = "00"
               PERFORM 0410-LOAD-ONE-REP UNTIL WSEOF
               CLOSE REPFILE
           END-IF.

       0410-LOAD-ONE-REP.
           READ REPFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WS-REP-COUNT < 200
                       ADD 1 TO WS-REP-COUNT
                       MOVE WS-REP-COUNT TO WS-REP-IDX
                       MOVE SALESREPRECORD TO WS-RT-RECORD(WS-REP-IDX)
                       MOVE SRP-CODE TO WS-RT-CODE(WS-REP-IDX)
                       MOVE SRP-NAME TO WS-RT-NAME(WS-REP-IDX)
                       MOVE SRP-RATE TO WS-RT-RATE(WS-REP-IDX)
                       MOVE 'Y' TO WS-RT-ON-FILE(WS-REP-IDX)
                       PERFORM 0420-CLEAR-REP-FIGURES
                       MOVE SRP-CARRY-FORWARD
                           TO WS-RT-BROUGHT(WS-REP-IDX)
                   ELSE
                       DISPLAY "Rep table full - rep " SRP-CODE
                           " not paid"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       0420-CLEAR-REP-FIGURES.
           MOVE ZERO TO WS-RT-CASH(WS-REP-IDX)
           MOVE ZERO TO WS-RT-COMMISSION(WS-REP-IDX)
           MOVE ZERO TO WS-RT-CHARGEBACK(WS-REP-IDX)
           MOVE ZERO TO WS-RT-BROUGHT(WS-REP-IDX)
           MOVE ZERO TO WS-RT-NET(WS-REP-IDX)
           MOVE ZERO TO WS-RT-PAYABLE(WS-REP-IDX)
           MOVE ZERO TO WS-RT-CARRIED(WS-REP-IDX).

      *> Finds WS-FIND-CODE on the rep table. A code no longer on the
      *> table is added at a zero rate so its items still show.
       0500-FIND-REP.
           MOVE ZERO TO WS-FIND-IDX
           PERFORM 0510-CHECK-ONE-REP
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-REP-COUNT OR WS-FIND-IDX > ZERO
           IF WS-FIND-IDX > ZERO OR WS-REP-COUNT NOT < 250
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REP-COUNT
           MOVE WS-REP-COUNT TO WS-REP-IDX
           MOVE SPACES TO WS-RT-RECORD(WS-REP-IDX)
           MOVE WS-FIND-CODE TO WS-RT-CODE(WS-REP-IDX)
           MOVE "** NOT ON REP TABLE **" TO WS-RT-NAME(WS-REP-IDX)
           MOVE ZERO TO WS-RT-RATE(WS-REP-IDX)
           MOVE 'N' TO WS-RT-ON-FILE(WS-REP-IDX)
           PERFORM 0420-CLEAR-REP-FIGURES
           MOVE WS-REP-IDX TO WS-FIND-IDX
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0510-CHECK-ONE-REP.
           IF WS-RT-CODE(WS-REP-IDX) = WS-FIND-CODE
               MOVE WS-REP-IDX TO WS-FIND-IDX
           END-IF.

       1000-SELECT-APPLICATIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT APPLICATIONFILE
           IF WS-AP-STATUS = "00"
               PERFORM 1010-RELEASE-ONE-APPLICATION UNTIL WSEOF
               CLOSE APPLICATIONFILE
           END-IF
           PERFORM 2000-CHARGE-BACK-WRITE-OFFS.

       1010-RELEASE-ONE-APPLICATION.
           READ APPLICATIONFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF CAP-DATE(1:6) = WS-RUN-PERIOD
                       ADD 1 TO WS-APPLICATION-COUNT
                       MOVE CAP-REP-CODE TO SRT-REP-CODE
                       MOVE CAP-INV-NUMBER TO SRT-INV-NUMBER
                       MOVE CAP-TYPE TO SRT-TYPE
                       MOVE CAP-DATE TO SRT-DATE
                       MOVE CAP-IDNUM TO SRT-IDNUM
                       MOVE CAP-AMOUNT TO SRT-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      *> Posted invoices still open on a charged-off customer are
      *> charged back against the rep for what was never collected.
       2000-CHARGE-BACK-WRITE-OFFS.
           OPEN I-O INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2010-CHECK-ONE-INVOICE UNTIL WSEOF
           CLOSE INVOICEFILE
           CLOSE CUSTOMERFILE.

       2010-CHECK-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR INV-REP-CODE = SPACES OR NOT INV-POSTED
               OR INV-IS-CREDIT-MEMO OR INV-REP-CHARGED-BACK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OPEN-AMOUNT = INV-TOTAL - INV-PAID-AMOUNT
           IF WS-OPEN-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE INV-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-CUST-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ
           IF NOT WS-CUSTOMER-FOUND OR NOT CUST-CHARGED-OFF
               EXIT PARAGRAPH
           END-IF
           SET INV-REP-CHARGED-BACK TO TRUE
           REWRITE INVOICEHEADER
               INVALID KEY
                   DISPLAY "Chargeback flag not set on invoice "
                       INV-NUMBER " - left for the next run"
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-WRITE-OFF-COUNT
           MOVE INV-REP-CODE TO SRT-REP-CODE
           MOVE INV-NUMBER TO SRT-INV-NUMBER
           SET SRT-IS-WRITE-OFF TO TRUE
           MOVE WS-TD-DATE TO SRT-DATE
           MOVE INV-IDNUM TO SRT-IDNUM
           MOVE WS-OPEN-AMOUNT TO SRT-AMOUNT
           RELEASE SORT-RECORD.

       3000-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENTRPT
           IF WS-ST-STATUS NOT = "00"
               MOVE "STATEMENTRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-ST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RUN-PERIOD TO PRNPERIOD
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 3010-PRINT-ONE-ITEM UNTIL WS-SORT-EOF
           IF WS-CURRENT-REP NOT = SPACES
               PERFORM 3200-PRINT-REP-TOTALS
           END-IF
           CLOSE STATEMENTRPT.

       3010-PRINT-ONE-ITEM.
           IF SRT-REP-CODE NOT = WS-CURRENT-REP
               IF WS-CURRENT-REP NOT = SPACES
                   PERFORM 3200-PRINT-REP-TOTALS
               END-IF
               PERFORM 3100-START-REP-STATEMENT
           END-IF
           COMPUTE WS-LINE-COMMISSION ROUNDED =
               SRT-AMOUNT * WS-RT-RATE(WS-FIND-IDX)
           EVALUATE TRUE
               WHEN SRT-IS-CASH
                   MOVE "Cash" TO PRNTYPE
                   ADD SRT-AMOUNT TO WS-RT-CASH(WS-FIND-IDX)
                   ADD WS-LINE-COMMISSION
                       TO WS-RT-COMMISSION(WS-FIND-IDX)
               WHEN SRT-IS-MEMO
                   MOVE "Memo" TO PRNTYPE
                   ADD WS-LINE-COMMISSION
                       TO WS-RT-CHARGEBACK(WS-FIND-IDX)
                   COMPUTE WS-LINE-COMMISSION = WS-LINE-COMMISSION * -1
               WHEN OTHER
                   MOVE "Write-off" TO PRNTYPE
                   ADD WS-LINE-COMMISSION
                       TO WS-RT-CHARGEBACK(WS-FIND-IDX)
                   COMPUTE WS-LINE-COMMISSION = WS-LINE-COMMISSION * -1
           END-EVALUATE
           MOVE SRT-DATE TO PRNDATE
           MOVE SRT-INV-NUMBER TO PRNINVNUM
           MOVE SRT-IDNUM TO PRNIDNUM
           MOVE SRT-AMOUNT TO PRNAMOUNT
           MOVE WS-LINE-COMMISSION TO PRNCOMM
           WRITE PRINTLINE FROM DETAILLINE
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3100-START-REP-STATEMENT.
           MOVE SRT-REP-CODE TO WS-CURRENT-REP
           MOVE SRT-REP-CODE TO WS-FIND-CODE
           PERFORM 0500-FIND-REP
           MOVE WS-RT-CODE(WS-FIND-IDX) TO PRNREPCODE
           MOVE WS-RT-NAME(WS-FIND-IDX) TO PRNREPNAME
           COMPUTE WS-RATE-PCT = WS-RT-RATE(WS-FIND-IDX) * 100
           MOVE WS-RATE-PCT TO PRNREPRATE
           WRITE PRINTLINE FROM PAGEHEADING AFTER ADVANCING PAGE
           WRITE PRINTLINE FROM REPHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS.

       3200-PRINT-REP-TOTALS.
           MOVE WS-FIND-IDX TO WS-REP-IDX
           PERFORM 3300-SETTLE-REP
           MOVE "Cash collected ........................"
               TO PRNTOTLABEL
           MOVE WS-RT-CASH(WS-REP-IDX) TO PRNTOTAMOUNT
           WRITE PRINTLINE FROM REPTOTALLINE AFTER ADVANCING 2 LINES
           MOVE "Commission earned ....................."
               TO PRNTOTLABEL
           MOVE WS-RT-COMMISSION(WS-REP-IDX) TO PRNTOTAMOUNT
           WRITE PRINTLINE FROM REPTOTALLINE
           MOVE "Less chargebacks ......................"
               TO PRNTOTLABEL
           MOVE WS-RT-CHARGEBACK(WS-REP-IDX) TO PRNTOTAMOUNT
           WRITE PRINTLINE FROM REPTOTALLINE
           MOVE "Brought forward from last month ......."
               TO PRNTOTLABEL
           MOVE WS-RT-BROUGHT(WS-REP-IDX) TO PRNTOTAMOUNT
           WRITE PRINTLINE FROM REPTOTALLINE
           MOVE "Payable this month ...................."
               TO PRNTOTLABEL
           MOVE WS-RT-PAYABLE(WS-REP-IDX) TO PRNTOTAMOUNT
           WRITE PRINTLINE FROM REPTOTALLINE
           MOVE "Carried forward to next month ........."
               TO PRNTOTLABEL
           MOVE WS-RT-CARRIED(WS-REP-IDX) TO PRNTOTAMOUNT
           WRITE PRINTLINE FROM REPTOTALLINE.

      *> Nets the rep's month: a shortfall is carried, never paid.
       3300-SETTLE-REP.
           COMPUTE WS-RT-NET(WS-REP-IDX) = WS-RT-COMMISSION(WS-REP-IDX)
               - WS-RT-CHARGEBACK(WS-REP-IDX)
               + WS-RT-BROUGHT(WS-REP-IDX)
           IF WS-RT-NET(WS-REP-IDX) < ZERO
               MOVE ZERO TO WS-RT-PAYABLE(WS-REP-IDX)
               MOVE WS-RT-NET(WS-REP-IDX) TO WS-RT-CARRIED(WS-REP-IDX)
           ELSE
               MOVE WS-RT-NET(WS-REP-IDX) TO WS-RT-PAYABLE(WS-REP-IDX)
               MOVE ZERO TO WS-RT-CARRIED(WS-REP-IDX)
           END-IF.

       4000-WRITE-SUMMARY.
           OPEN OUTPUT SUMMARYRPT
           IF WS-SM-STATUS NOT = "00"
               MOVE "SUMMARYRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-SM-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RUN-PERIOD TO PRNSUMPERIOD
           WRITE SUMMARYLINE FROM SUMMARYHEADING
           MOVE SPACES TO SUMMARYLINE
           WRITE SUMMARYLINE
           WRITE SUMMARYLINE FROM SUMMARYHEADS
           PERFORM 4010-SUMMARIZE-ONE-REP
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-REP-COUNT
           MOVE SPACES TO PRNSUMCODE
           MOVE "Totals" TO PRNSUMNAME
           MOVE WS-TOTAL-COMMISSION TO PRNSUMCOMM
           MOVE WS-TOTAL-CHARGEBACK TO PRNSUMCB
           MOVE WS-TOTAL-BROUGHT TO PRNSUMBROUGHT
           MOVE WS-TOTAL-PAYABLE TO PRNSUMPAY
           MOVE WS-TOTAL-CARRIED TO PRNSUMCARRIED
           WRITE SUMMARYLINE FROM SUMMARYDETAIL
               AFTER ADVANCING 2 LINES
           CLOSE SUMMARYRPT.

      *> Reps with nothing this month still settle, so that anything
      *> brought forward is carried on; only all-zero reps are left
      *> off the summary.
       4010-SUMMARIZE-ONE-REP.
           PERFORM 3300-SETTLE-REP
           ADD WS-RT-CASH(WS-REP-IDX) TO WS-TOTAL-CASH
           ADD WS-RT-COMMISSION(WS-REP-IDX) TO WS-TOTAL-COMMISSION
           ADD WS-RT-CHARGEBACK(WS-REP-IDX) TO WS-TOTAL-CHARGEBACK
           ADD WS-RT-BROUGHT(WS-REP-IDX) TO WS-TOTAL-BROUGHT
           ADD WS-RT-PAYABLE(WS-REP-IDX) TO WS-TOTAL-PAYABLE
           ADD WS-RT-CARRIED(WS-REP-IDX) TO WS-TOTAL-CARRIED
           IF WS-RT-COMMISSION(WS-REP-IDX) = ZERO
               AND WS-RT-CHARGEBACK(WS-REP-IDX) = ZERO
               AND WS-RT-BROUGHT(WS-REP-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-CODE(WS-REP-IDX) TO PRNSUMCODE
           MOVE WS-RT-NAME(WS-REP-IDX) TO PRNSUMNAME
           MOVE WS-RT-COMMISSION(WS-REP-IDX) TO PRNSUMCOMM
           MOVE WS-RT-CHARGEBACK(WS-REP-IDX) TO PRNSUMCB
           MOVE WS-RT-BROUGHT(WS-REP-IDX) TO PRNSUMBROUGHT
           MOVE WS-RT-PAYABLE(WS-REP-IDX) TO PRNSUMPAY
           MOVE WS-RT-CARRIED(WS-REP-IDX) TO PRNSUMCARRIED
           WRITE SUMMARYLINE FROM SUMMARYDETAIL.

      *> The table goes back with each rep's new carry-forward; a
      *> code found only on invoices is not added to it.
       5000-REWRITE-REP-TABLE.
           OPEN OUTPUT REPFILE
           IF WS-SRP-STATUS NOT = "00"
               DISPLAY "REPFILE STATUS " WS-SRP-STATUS
                   " - carry-forward not saved"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5010-WRITE-ONE-REP
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-REP-COUNT
           CLOSE REPFILE.

       5010-WRITE-ONE-REP.
           IF WS-RT-IS-ON-FILE(WS-REP-IDX)
               MOVE WS-RT-RECORD(WS-REP-IDX) TO SALESREPRECORD
               MOVE WS-RT-CARRIED(WS-REP-IDX) TO SRP-CARRY-FORWARD
               WRITE SALESREPRECORD
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
