            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReminderEffect.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT PLANFILE ASSIGN TO "files/PaymentPlans.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS WS-PL-STATUS.
           SELECT APPLICATIONFILE ASSIGN TO
               "files/CashApplications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT REGISTRYFILE ASSIGN TO "files/PaymentRegistry.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-RG-STATUS.
           SELECT REMINDERFILE ASSIGN TO "files/PaymentReminders.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RMD-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT EFFECTRPT ASSIGN TO "files/ReminderEffect.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD PLANFILE.
       COPY "PaymentPlan.cpy".

       FD APPLICATIONFILE.
       COPY "CashApplication.cpy".

       FD REGISTRYFILE.
       COPY "PaymentRegistry.cpy".

       FD REMINDERFILE.
       COPY "PaymentReminder.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EFFECTRPT.
       01 PRINTLINE PIC X(80).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-IDNUM PIC 9(7).
           02 SRT-KIND PIC X.
               88 SRT-IS-PAYMENT VALUE '1'.
               88 SRT-IS-APPLICATION VALUE '2'.
               88 SRT-IS-DUE-ITEM VALUE '3'.
           02 SRT-DATE PIC 9(8).
           02 SRT-SOURCE PIC X.
               88 SRT-FROM-INVOICE VALUE 'I'.
               88 SRT-FROM-PLAN VALUE 'P'.
           02 SRT-REFERENCE PIC 9(7).
           02 SRT-WINDOW-FROM PIC 9(8).
           02 SRT-AMOUNT PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-HAVE-REMINDERS PIC X VALUE 'N'.
           88 WS-REMINDER-FILE-OPEN VALUE 'Y'.
       01 WS-HAVE-CUSTOMERS PIC X VALUE 'N'.
           88 WS-CUSTOMER-FILE-OPEN VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20). *> optional month YYYYMM
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
           02 WS-RM-YYYY PIC 9(4).
           02 WS-RM-MM PIC 99.
       01 WS-TODAY-SPLIT.
           02 WS-TD-YYYY PIC 9(4).
           02 WS-TD-MM PIC 99.
           02 WS-TD-DD PIC 99.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-NEXT-MONTH-SPLIT.
           02 WS-NM-YYYY PIC 9(4).
           02 WS-NM-MM PIC 99.
           02 WS-NM-DD PIC 99.
       01 WS-NEXT-MONTH-START REDEFINES WS-NEXT-MONTH-SPLIT PIC 9(8).
       01 WS-PAYMENT-FROM PIC 9(8).
       01 WS-APPLIED-FROM PIC 9(8).
       01 WS-PAYMENT-DATE PIC 9(8).

       01 WS-INST-NO PIC S9(5) COMP-3.
       01 WS-PLAN-START-SPLIT.
           02 WS-PS-YYYY PIC 9(4).
           02 WS-PS-MM PIC 99.
           02 WS-PS-DD PIC 99.
       01 WS-DUE-SPLIT.
           02 WS-DU-YYYY PIC 9(4).
           02 WS-DU-MM PIC 99.
           02 WS-DU-DD PIC 99.
       01 WS-DUE-DATE REDEFINES WS-DUE-SPLIT PIC 9(8).
       01 WS-PRIOR-DUE-SPLIT.
           02 WS-PD-YYYY PIC 9(4).
           02 WS-PD-MM PIC 99.
           02 WS-PD-DD PIC 99.
       01 WS-PRIOR-DUE-DATE REDEFINES WS-PRIOR-DUE-SPLIT PIC 9(8).

      *> Payments and cash applications for the customer in hand,
      *> kept so each of the customer's items due can be tested
      *> against what had come in by its due date.
       01 WS-CURRENT-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-CUSTOMER-AUTOPAY PIC X.
           88 WS-ON-AUTOPAY VALUE 'Y'.
       01 WS-PAYMENT-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-PAYMENT-IDX PIC 9(3) COMP-3.
       01 WS-PAYMENT-TABLE.
           02 WS-PMT-ENTRY OCCURS 200 TIMES.
               03 WS-PMT-DATE PIC 9(8).
               03 WS-PMT-AMOUNT PIC S9(9)V99 COMP-3.
       01 WS-APPLIED-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-APPLIED-IDX PIC 9(3) COMP-3.
       01 WS-APPLIED-TABLE.
           02 WS-APL-ENTRY OCCURS 500 TIMES.
               03 WS-APL-INV-NUMBER PIC 9(7).
               03 WS-APL-DATE PIC 9(8).
               03 WS-APL-AMOUNT PIC S9(9)V99 COMP-3.
       01 WS-PAID-BY-DUE PIC S9(9)V99 COMP-3.
       01 WS-ON-TIME-SWITCH PIC X.
           88 WS-PAID-ON-TIME VALUE 'Y'.

      *> Group 1 is the items reminded, group 2 the rest; source 1
      *> is invoices, source 2 plan installments.
       01 WS-GROUP-IDX PIC 9.
       01 WS-SOURCE-IDX PIC 9.
       01 WS-RESULT-TABLE.
           02 WS-GROUP OCCURS 2 TIMES.
               03 WS-SOURCE OCCURS 2 TIMES.
                   04 WS-ITEM-COUNT PIC 9(7) COMP-3.
                   04 WS-ON-TIME-COUNT PIC 9(7) COMP-3.
               03 WS-GROUP-ITEMS PIC 9(7) COMP-3.
               03 WS-GROUP-ON-TIME PIC 9(7) COMP-3.
               03 WS-GROUP-RATE PIC 9(3)V9.
       01 WS-AUTOPAY-EXCLUDED PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-RATE-DIFFERENCE PIC S9(3)V9.

       01 HEADING1.
           02 FILLER PIC X(40) VALUE
               "Payment reminder effectiveness - month ".
           02 PRNMONTH PIC 9(6).
       01 HEADING2.
           02 FILLER PIC X(40) VALUE
               "                              Items due ".
           02 FILLER PIC X(30) VALUE
               " Paid on time  On-time rate".
       01 RESULTLINE.
           02 PRNLABEL PIC X(30).
           02 PRNITEMS PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PRNONTIME PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 PRNRATE PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 DIFFERENCELINE.
           02 FILLER PIC X(40) VALUE
               "Reminded less not reminded (points)  ".
           02 PRNDIFFERENCE PIC +ZZ9.9.
       01 EXCLUDEDLINE.
           02 FILLER PIC X(40) VALUE
               "Items on autopay left out of compare ".
           02 PRNEXCLUDED PIC Z,ZZZ,ZZ9.

       01 WS-IH-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-AP-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-RM-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-ER-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Compares how often items were paid by their due date when
      *> PaymentReminder had reminded them against items due the same
      *> month that were not reminded. The month is the PARM (YYYYMM,
      *> last month by default). An invoice is paid on time when the
      *> cash and credits applied to it by the due date cover it; a
      *> plan installment when the customer's payments since the
      *> installment before it cover the monthly amount. Customers
      *> paying by a live autopay mandate are never reminded, so
      *> their items are left out of the comparison and counted.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-SPLIT
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:6) IS NUMERIC
               MOVE WS-PARM-STRING(1:6) TO WS-REPORT-MONTH
           ELSE
               IF WS-TD-MM = 1
                   COMPUTE WS-RM-YYYY = WS-TD-YYYY - 1
                   MOVE 12 TO WS-RM-MM
               ELSE
                   MOVE WS-TD-YYYY TO WS-RM-YYYY
                   COMPUTE WS-RM-MM = WS-TD-MM - 1
               END-IF
           END-IF
           PERFORM 0100-SET-MONTH-DATES
           INITIALIZE WS-RESULT-TABLE
           SORT SORTWORK ASCENDING KEY SRT-IDNUM SRT-KIND SRT-DATE
               INPUT PROCEDURE 1000-SELECT-ITEMS
               OUTPUT PROCEDURE 3000-TEST-ITEMS
           PERFORM 5000-PRINT-REPORT
           DISPLAY "Reminder effectiveness for " WS-REPORT-MONTH
               " - reminded " WS-GROUP-RATE(1) "% on time, not "
               "reminded " WS-GROUP-RATE(2) "% on time"
           GOBACK.

      *> Cash applied up to a year before the month still counts
      *> towards an invoice due in it; payments count from the start
      *> of the month before, which covers every installment window.
       0100-SET-MONTH-DATES.
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           IF WS-RM-MM = 12
               COMPUTE WS-NM-YYYY = WS-RM-YYYY + 1
               MOVE 1 TO WS-NM-MM
           ELSE
               MOVE WS-RM-YYYY TO WS-NM-YYYY
               COMPUTE WS-NM-MM = WS-RM-MM + 1
           END-IF
           MOVE 1 TO WS-NM-DD
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           IF WS-RM-MM = 1
               COMPUTE WS-PAYMENT-FROM =
                   (WS-RM-YYYY - 1) * 10000 + 1201
           ELSE
               COMPUTE WS-PAYMENT-FROM = WS-MONTH-START - 100
           END-IF
           COMPUTE WS-APPLIED-FROM = WS-MONTH-START - 10000.

       1000-SELECT-ITEMS.
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "INVOICEFILE STATUS " WS-IH-STATUS
                   " - no invoices in the comparison"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1100-RELEASE-ONE-INVOICE UNTIL WSEOF
               CLOSE INVOICEFILE
           END-IF
           OPEN INPUT PLANFILE
           IF WS-PL-STATUS NOT = "00"
               DISPLAY "PLANFILE STATUS " WS-PL-STATUS
                   " - no plan installments in the comparison"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1200-RELEASE-ONE-PLAN UNTIL WSEOF
               CLOSE PLANFILE
           END-IF
           OPEN INPUT APPLICATIONFILE
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "APPLICATIONFILE STATUS " WS-AP-STATUS
                   " - no cash applied to invoices"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1300-RELEASE-ONE-APPLICATION UNTIL WSEOF
               CLOSE APPLICATIONFILE
           END-IF
           OPEN INPUT REGISTRYFILE
           IF WS-RG-STATUS NOT = "00"
               DISPLAY "REGISTRYFILE STATUS " WS-RG-STATUS
                   " - no payments against plan installments"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1400-RELEASE-ONE-PAYMENT UNTIL WSEOF
               CLOSE REGISTRYFILE
           END-IF.

      *> Invoices still open or held never fell due to the customer,
      *> and a void one was never owed.
       1100-RELEASE-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF INV-IS-INVOICE
                       AND (INV-POSTED OR INV-SETTLED)
                       AND INV-TOTAL > ZERO
                       AND INV-DUE-DATE NOT < WS-MONTH-START
                       AND INV-DUE-DATE NOT > WS-MONTH-END
                       MOVE INV-IDNUM TO SRT-IDNUM
                       MOVE '3' TO SRT-KIND
                       MOVE INV-DUE-DATE TO SRT-DATE
                       MOVE 'I' TO SRT-SOURCE
                       MOVE INV-NUMBER TO SRT-REFERENCE
                       MOVE ZERO TO SRT-WINDOW-FROM
                       MOVE INV-TOTAL TO SRT-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      *> Installments fall due monthly on the plan's start day (the
      *> 28th at the latest). A broken plan counts up to the
      *> installment that broke it.
       1200-RELEASE-ONE-PLAN.
           READ PLANFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF PLN-MONTHLY-AMOUNT > ZERO
                       PERFORM 1210-RELEASE-MONTH-INSTALLMENT
                   END-IF
           END-READ.

       1210-RELEASE-MONTH-INSTALLMENT.
           MOVE PLN-START-DATE TO WS-PLAN-START-SPLIT
           IF WS-PS-DD > 28
               MOVE 28 TO WS-PS-DD
           END-IF
           COMPUTE WS-INST-NO =
               ((WS-RM-YYYY * 12) + WS-RM-MM)
               - ((WS-PS-YYYY * 12) + WS-PS-MM) + 1
           IF WS-INST-NO < 1 OR WS-INST-NO > PLN-INSTALLMENTS
               EXIT PARAGRAPH
           END-IF
           IF PLN-BROKEN AND WS-INST-NO > PLN-PAID-COUNT + 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RM-YYYY TO WS-DU-YYYY
           MOVE WS-RM-MM TO WS-DU-MM
           MOVE WS-PS-DD TO WS-DU-DD
           MOVE WS-DUE-DATE TO WS-PRIOR-DUE-DATE
           IF WS-PD-MM = 1
               SUBTRACT 1 FROM WS-PD-YYYY
               MOVE 12 TO WS-PD-MM
           ELSE
               SUBTRACT 1 FROM WS-PD-MM
           END-IF
           MOVE PLN-IDNUM TO SRT-IDNUM
           MOVE '3' TO SRT-KIND
           MOVE WS-DUE-DATE TO SRT-DATE
           MOVE 'P' TO SRT-SOURCE
           MOVE WS-INST-NO TO SRT-REFERENCE
           MOVE WS-PRIOR-DUE-DATE TO SRT-WINDOW-FROM
           MOVE PLN-MONTHLY-AMOUNT TO SRT-AMOUNT
           RELEASE SORT-RECORD.

       1300-RELEASE-ONE-APPLICATION.
           READ APPLICATIONFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF CAP-DATE NOT < WS-APPLIED-FROM
                       AND CAP-DATE NOT > WS-MONTH-END
                       AND CAP-INV-NUMBER NOT = ZERO
                       MOVE CAP-IDNUM TO SRT-IDNUM
                       MOVE '2' TO SRT-KIND
                       MOVE CAP-DATE TO SRT-DATE
                       MOVE SPACE TO SRT-SOURCE
                       MOVE CAP-INV-NUMBER TO SRT-REFERENCE
                       MOVE ZERO TO SRT-WINDOW-FROM
                       MOVE CAP-AMOUNT TO SRT-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      *> A payment counts from the day the customer paid; a registry
      *> entry with no payment date falls back to its posting date.
      *> Reversed payments are not payments.
       1400-RELEASE-ONE-PAYMENT.
           READ REGISTRYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF PRG-POSTED
                       IF PRG-PAY-DATE = ZERO
                           MOVE PRG-POST-DATE TO WS-PAYMENT-DATE
                       ELSE
                           MOVE PRG-PAY-DATE TO WS-PAYMENT-DATE
                       END-IF
                       IF WS-PAYMENT-DATE NOT < WS-PAYMENT-FROM
                           AND WS-PAYMENT-DATE NOT > WS-MONTH-END
                           MOVE PRG-IDNUM TO SRT-IDNUM
                           MOVE '1' TO SRT-KIND
                           MOVE WS-PAYMENT-DATE TO SRT-DATE
                           MOVE SPACE TO SRT-SOURCE
                           MOVE ZERO TO SRT-REFERENCE
                           MOVE ZERO TO SRT-WINDOW-FROM
                           MOVE PRG-AMOUNT TO SRT-AMOUNT
                           RELEASE SORT-RECORD
                       END-IF
                   END-IF
           END-READ.

      *> Payments and applications sort ahead of the items due for
      *> the same customer, so both tables are complete before any
      *> item is tested.
       3000-TEST-ITEMS.
           OPEN INPUT REMINDERFILE
           IF WS-RM-STATUS = "00"
               SET WS-REMINDER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "No reminder log on file - every item counts "
                   "as not reminded"
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS = "00"
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           END-IF
           PERFORM 3100-RETURN-ONE-ITEM UNTIL WS-SORT-EOF
           IF WS-REMINDER-FILE-OPEN
               CLOSE REMINDERFILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMERFILE
           END-IF.

       3100-RETURN-ONE-ITEM.
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-IDNUM NOT = WS-CURRENT-IDNUM
                       MOVE SRT-IDNUM TO WS-CURRENT-IDNUM
                       MOVE ZERO TO WS-PAYMENT-COUNT
                       MOVE ZERO TO WS-APPLIED-COUNT
                       PERFORM 3150-CHECK-AUTOPAY
                   END-IF
                   EVALUATE TRUE
                       WHEN SRT-IS-PAYMENT
                           PERFORM 3200-KEEP-PAYMENT
                       WHEN SRT-IS-APPLICATION
                           PERFORM 3300-KEEP-APPLICATION
                       WHEN OTHER
                           PERFORM 4000-TEST-ONE-ITEM
                   END-EVALUATE
           END-RETURN.

       3150-CHECK-AUTOPAY.
           MOVE 'N' TO WS-CUSTOMER-AUTOPAY
           IF NOT WS-CUSTOMER-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CB-MANDATE-ACTIVE AND CB-PRENOTE-CLEARED
                       MOVE 'Y' TO WS-CUSTOMER-AUTOPAY
                   END-IF
           END-READ.

       3200-KEEP-PAYMENT.
           IF WS-PAYMENT-COUNT < 200
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE WS-PAYMENT-COUNT TO WS-PAYMENT-IDX
               MOVE SRT-DATE TO WS-PMT-DATE(WS-PAYMENT-IDX)
               MOVE SRT-AMOUNT TO WS-PMT-AMOUNT(WS-PAYMENT-IDX)
           ELSE
               DISPLAY "Payment table full for customer " SRT-IDNUM
                   " - later payments not counted"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3300-KEEP-APPLICATION.
           IF WS-APPLIED-COUNT < 500
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-APPLIED-COUNT TO WS-APPLIED-IDX
               MOVE SRT-REFERENCE TO WS-APL-INV-NUMBER(WS-APPLIED-IDX)
               MOVE SRT-DATE TO WS-APL-DATE(WS-APPLIED-IDX)
               MOVE SRT-AMOUNT TO WS-APL-AMOUNT(WS-APPLIED-IDX)
           ELSE
               DISPLAY "Application table full for customer "
                   SRT-IDNUM " - later applications not counted"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4000-TEST-ONE-ITEM.
           IF WS-ON-AUTOPAY
               ADD 1 TO WS-AUTOPAY-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-GROUP-IDX
           IF WS-REMINDER-FILE-OPEN
               MOVE SRT-IDNUM TO RMD-IDNUM
               MOVE SRT-SOURCE TO RMD-SOURCE
               MOVE SRT-DATE TO RMD-DUE-DATE
               MOVE SRT-REFERENCE TO RMD-REFERENCE
               READ REMINDERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-GROUP-IDX
               END-READ
           END-IF
           MOVE ZERO TO WS-PAID-BY-DUE
           IF SRT-FROM-INVOICE
               MOVE 1 TO WS-SOURCE-IDX
               PERFORM 4100-ADD-APPLIED-BY-DUE
                   VARYING WS-APPLIED-IDX FROM 1 BY 1
                   UNTIL WS-APPLIED-IDX > WS-APPLIED-COUNT
           ELSE
               MOVE 2 TO WS-SOURCE-IDX
               PERFORM 4200-ADD-PAID-IN-WINDOW
                   VARYING WS-PAYMENT-IDX FROM 1 BY 1
                   UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
           END-IF
           ADD 1 TO WS-ITEM-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX)
           IF WS-PAID-BY-DUE NOT < SRT-AMOUNT
               ADD 1 TO WS-ON-TIME-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX)
           END-IF.

       4100-ADD-APPLIED-BY-DUE.
           IF WS-APL-INV-NUMBER(WS-APPLIED-IDX) = SRT-REFERENCE
               AND WS-APL-DATE(WS-APPLIED-IDX) NOT > SRT-DATE
               ADD WS-APL-AMOUNT(WS-APPLIED-IDX) TO WS-PAID-BY-DUE
           END-IF.

       4200-ADD-PAID-IN-WINDOW.
           IF WS-PMT-DATE(WS-PAYMENT-IDX) > SRT-WINDOW-FROM
               AND WS-PMT-DATE(WS-PAYMENT-IDX) NOT > SRT-DATE
               ADD WS-PMT-AMOUNT(WS-PAYMENT-IDX) TO WS-PAID-BY-DUE
           END-IF.

       5000-PRINT-REPORT.
           OPEN OUTPUT EFFECTRPT
           IF WS-ER-STATUS NOT = "00"
               MOVE "EFFECTRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-ER-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-REPORT-MONTH TO PRNMONTH
           WRITE PRINTLINE FROM HEADING1
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADING2
           PERFORM 5100-PRINT-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1 UNTIL WS-GROUP-IDX > 2
           COMPUTE WS-RATE-DIFFERENCE =
               WS-GROUP-RATE(1) - WS-GROUP-RATE(2)
           MOVE WS-RATE-DIFFERENCE TO PRNDIFFERENCE
           WRITE PRINTLINE FROM DIFFERENCELINE AFTER ADVANCING 2 LINES
           MOVE WS-AUTOPAY-EXCLUDED TO PRNEXCLUDED
           WRITE PRINTLINE FROM EXCLUDEDLINE
           CLOSE EFFECTRPT.

       5100-PRINT-ONE-GROUP.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE ZERO TO WS-GROUP-ITEMS(WS-GROUP-IDX)
           MOVE ZERO TO WS-GROUP-ON-TIME(WS-GROUP-IDX)
           PERFORM 5110-PRINT-ONE-SOURCE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 2
           IF WS-GROUP-IDX = 1
               MOVE "Reminded - all items" TO PRNLABEL
           ELSE
               MOVE "Not reminded - all items" TO PRNLABEL
           END-IF
           MOVE WS-GROUP-ITEMS(WS-GROUP-IDX) TO PRNITEMS
           MOVE WS-GROUP-ON-TIME(WS-GROUP-IDX) TO PRNONTIME
           MOVE ZERO TO WS-GROUP-RATE(WS-GROUP-IDX)
           IF WS-GROUP-ITEMS(WS-GROUP-IDX) > ZERO
               COMPUTE WS-GROUP-RATE(WS-GROUP-IDX) ROUNDED =
                   WS-GROUP-ON-TIME(WS-GROUP-IDX) * 100
                   / WS-GROUP-ITEMS(WS-GROUP-IDX)
           END-IF
           MOVE WS-GROUP-RATE(WS-GROUP-IDX) TO PRNRATE
           WRITE PRINTLINE FROM RESULTLINE.

       5110-PRINT-ONE-SOURCE.
           EVALUATE TRUE
               WHEN WS-GROUP-IDX = 1 AND WS-SOURCE-IDX = 1
                   MOVE "Reminded - invoices" TO PRNLABEL
               WHEN WS-GROUP-IDX = 1
                   MOVE "Reminded - installments" TO PRNLABEL
               WHEN WS-SOURCE-IDX = 1
                   MOVE "Not reminded - invoices" TO PRNLABEL
               WHEN OTHER
                   MOVE "Not reminded - installments" TO PRNLABEL
           END-EVALUATE
           PERFORM 5120-PRINT-SOURCE-LINE.

       5120-PRINT-SOURCE-LINE.
           MOVE WS-ITEM-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX) TO PRNITEMS
           MOVE WS-ON-TIME-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX)
               TO PRNONTIME
           MOVE ZERO TO PRNRATE
           IF WS-ITEM-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX) > ZERO
               COMPUTE PRNRATE ROUNDED =
                   WS-ON-TIME-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX) * 100
                   / WS-ITEM-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX)
           END-IF
           ADD WS-ITEM-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX)
               TO WS-GROUP-ITEMS(WS-GROUP-IDX)
           ADD WS-ON-TIME-COUNT(WS-GROUP-IDX, WS-SOURCE-IDX)
               TO WS-GROUP-ON-TIME(WS-GROUP-IDX)
           WRITE PRINTLINE FROM RESULTLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
