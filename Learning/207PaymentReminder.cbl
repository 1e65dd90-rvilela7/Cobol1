            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentReminder.
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
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT REMINDERFILE ASSIGN TO "files/PaymentReminders.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RMD-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT LETTERFILE ASSIGN TO "files/ReminderLetters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT REMINDRPT ASSIGN TO "files/PaymentReminder.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD PLANFILE.
       COPY "PaymentPlan.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD REMINDERFILE.
       COPY "PaymentReminder.cpy".

       FD LETTERFILE.
       01 PRINTLINE PIC X(80).

       FD REMINDRPT.
       01 REPORTLINE PIC X(100).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-IDNUM PIC 9(7).
           02 SRT-DUE-DATE PIC 9(8).
           02 SRT-SOURCE PIC X.
               88 SRT-IS-INVOICE VALUE 'I'.
               88 SRT-IS-PLAN VALUE 'P'.
           02 SRT-REFERENCE PIC 9(7).
           02 SRT-AMOUNT PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-ASCAN-EOF-SWITCH PIC X.
           88 WS-ASCAN-EOF VALUE 'Y'.
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.
       01 WS-SEASONAL-SWITCH PIC X.
           88 WS-SEASONAL-PICKED VALUE 'Y'.
       01 WS-WINDOW-SWITCH PIC X.
           88 WS-IN-SEASON VALUE 'Y'.
       01 WS-RUN-MMDD PIC 9(4).
       01 WS-HAVE-LETTERS PIC X VALUE 'N'.
           88 WS-LETTER-FILE-OPEN VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20). *> optional days ahead
       01 WS-DAYS-AHEAD PIC 9(3) VALUE 5.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-HORIZON-DATE PIC 9(8).
       01 WS-OUTSTANDING PIC S9(9)V99.

       01 WS-INST-NO PIC 9(3).
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

      *> The customer in hand: why they are held back, if they are,
      *> and the items due that are to go on their one reminder.
       01 WS-CURRENT-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-SKIP-REASON PIC X.
           88 WS-CUSTOMER-ELIGIBLE VALUE SPACE.
           88 WS-SKIP-INACTIVE VALUE 'I'.
           88 WS-SKIP-PAID VALUE 'P'.
           88 WS-SKIP-NO-CONTACT VALUE 'C'.
           88 WS-SKIP-STAYED VALUE 'S'.
           88 WS-SKIP-AUTOPAY VALUE 'A'.
       01 WS-CHANNEL PIC X.
           88 WS-SEND-BY-EMAIL VALUE 'E'.
       01 WS-ITEM-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-ITEM-IDX PIC 9(3) COMP-3.
       01 WS-ITEM-TOTAL PIC S9(9)V99.
       01 WS-ITEM-TABLE.
           02 WS-ITEM-ENTRY OCCURS 30 TIMES.
               03 WS-IT-SOURCE PIC X.
               03 WS-IT-DUE-DATE PIC 9(8).
               03 WS-IT-REFERENCE PIC 9(7).
               03 WS-IT-AMOUNT PIC S9(7)V99.

       01 WS-STAY-PROGRAM PIC X(10) VALUE "REMINDER".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-QUEUE-DOC PIC X(4) VALUE "RMND".

       01 WS-SELECTED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REMINDED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CUSTOMER-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-EMAIL-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PRINT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PAID-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-NO-CONTACT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAYED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-AUTOPAY-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 HEADS.
           02 FILLER PIC X(40) VALUE
               "IDNum   Source     Ref      Due date    ".
           02 FILLER PIC X(40) VALUE
               "     Amount  Result".
       01 REMINDLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSOURCE PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PRNREFERENCE PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDUEDATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNAMOUNT PIC $$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRESULT PIC X(35).
       01 TOTALLINE.
           02 PRNTOTALLABEL PIC X(40).
           02 PRNTOTALCOUNT PIC ZZZZ9.

       01 LETTERNAMELINE PIC X(60).
       01 LETTERADDRLINE PIC X(60).
       01 LETTERSTREET PIC X(25).
       01 LETTERCITY PIC X(15).
       01 LETTERSTATE PIC XX.
       01 LETTERZIP PIC X(10).
       01 LETTERREFLINE.
           02 FILLER PIC X(9) VALUE "Account  ".
           02 PRNLETTERID PIC 9(7).
           02 FILLER PIC X(11) VALUE "    Date   ".
           02 PRNLETTERDATE PIC 9(8).
       01 LETTERITEMLINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PRNITEMTEXT PIC X(22).
           02 FILLER PIC X(5) VALUE " due ".
           02 PRNITEMDUE PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PRNITEMAMOUNT PIC $$,$$$,$$9.99.
       01 LETTERMONEYLINE.
           02 PRNMONEYLABEL PIC X(30).
           02 PRNMONEYVALUE PIC $$,$$$,$$9.99.

       01 WS-IH-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-RM-STATUS PIC XX.
       01 WS-LT-STATUS PIC XX.
       01 WS-RR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> The daily courtesy reminder: every posted invoice with money
      *> still owing and every payment plan installment falling due
      *> from tomorrow through the number of days ahead given on the
      *> PARM (five by default) goes on one reminder per customer,
      *> sent on the customer's delivery channel through the outbound
      *> queue. Customers who are inactive, owe nothing, pay by a live
      *> autopay mandate, must not be written to, or are under a
      *> bankruptcy stay are held back and counted. Each item reminded
      *> is logged to files/PaymentReminders.dat, so an item is never
      *> reminded twice and ReminderEffect can tell reminded items
      *> from the rest.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE(5:4) TO WS-RUN-MMDD
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-STRING) TO WS-DAYS-AHEAD
           END-IF
           IF WS-DAYS-AHEAD = ZERO
               MOVE 5 TO WS-DAYS-AHEAD
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-DAYS-AHEAD)
           OPEN I-O REMINDERFILE
           IF WS-RM-STATUS = "35"
               OPEN OUTPUT REMINDERFILE
               CLOSE REMINDERFILE
               OPEN I-O REMINDERFILE
           END-IF
           IF WS-RM-STATUS NOT = "00"
               MOVE "REMINDERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-RM-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT REMINDRPT
           IF WS-RR-STATUS NOT = "00"
               MOVE "REMINDRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           WRITE REPORTLINE FROM HEADS
           SORT SORTWORK ASCENDING KEY SRT-IDNUM SRT-DUE-DATE
               SRT-SOURCE SRT-REFERENCE
               INPUT PROCEDURE 1000-SELECT-DUE-ITEMS
               OUTPUT PROCEDURE 3000-REMIND-CUSTOMERS
           PERFORM 6000-PRINT-TOTALS
           CLOSE REMINDRPT
           CLOSE REMINDERFILE
           DISPLAY "Payment reminder run complete - " WS-SELECTED-COUNT
               " items due by " WS-HORIZON-DATE ", " WS-REMINDED-COUNT
               " reminded to " WS-CUSTOMER-COUNT " customers ("
               WS-EMAIL-COUNT " email, " WS-PRINT-COUNT " print)"
           GOBACK.

       1000-SELECT-DUE-ITEMS.
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "INVOICEFILE STATUS " WS-IH-STATUS
                   " - no invoices to remind"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1100-RELEASE-ONE-INVOICE UNTIL WSEOF
               CLOSE INVOICEFILE
           END-IF
           OPEN INPUT PLANFILE
           IF WS-PL-STATUS NOT = "00"
               DISPLAY "PLANFILE STATUS " WS-PL-STATUS
                   " - no plan installments to remind"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1200-RELEASE-ONE-PLAN UNTIL WSEOF
               CLOSE PLANFILE
           END-IF.

       1100-RELEASE-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF INV-POSTED AND INV-IS-INVOICE
                       AND INV-DUE-DATE > WS-TODAY-DATE
                       AND INV-DUE-DATE NOT > WS-HORIZON-DATE
                       COMPUTE WS-OUTSTANDING =
                           INV-TOTAL - INV-PAID-AMOUNT
                       IF WS-OUTSTANDING > ZERO
                           MOVE INV-IDNUM TO SRT-IDNUM
                           MOVE INV-DUE-DATE TO SRT-DUE-DATE
                           MOVE 'I' TO SRT-SOURCE
                           MOVE INV-NUMBER TO SRT-REFERENCE
                           MOVE WS-OUTSTANDING TO SRT-AMOUNT
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-SELECTED-COUNT
                       END-IF
                   END-IF
           END-READ.

      *> Installments fall due monthly on the plan's start day (the
      *> 28th at the latest), as CashForecast expects them; only the
      *> next one not yet covered can be coming due.
       1200-RELEASE-ONE-PLAN.
           READ PLANFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF PLN-ACTIVE AND PLN-MONTHLY-AMOUNT > ZERO
                       AND PLN-PAID-COUNT < PLN-INSTALLMENTS
                       PERFORM 1210-RELEASE-NEXT-INSTALLMENT
                   END-IF
           END-READ.

       1210-RELEASE-NEXT-INSTALLMENT.
           MOVE PLN-START-DATE TO WS-PLAN-START-SPLIT
           IF WS-PS-DD > 28
               MOVE 28 TO WS-PS-DD
           END-IF
           COMPUTE WS-INST-NO = PLN-PAID-COUNT + 1
           COMPUTE WS-MONTH-INDEX =
               (WS-PS-YYYY * 12) + WS-PS-MM - 1 + WS-INST-NO - 1
           COMPUTE WS-DU-YYYY = WS-MONTH-INDEX / 12
           COMPUTE WS-DU-MM =
               WS-MONTH-INDEX - (WS-DU-YYYY * 12) + 1
           MOVE WS-PS-DD TO WS-DU-DD
           IF WS-DUE-DATE > WS-TODAY-DATE
               AND WS-DUE-DATE NOT > WS-HORIZON-DATE
               MOVE PLN-IDNUM TO SRT-IDNUM
               MOVE WS-DUE-DATE TO SRT-DUE-DATE
               MOVE 'P' TO SRT-SOURCE
               MOVE WS-INST-NO TO SRT-REFERENCE
               MOVE PLN-MONTHLY-AMOUNT TO SRT-AMOUNT
               RELEASE SORT-RECORD
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

       3000-REMIND-CUSTOMERS.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 3100-RETURN-ONE-ITEM UNTIL WS-SORT-EOF
           PERFORM 5000-SEND-REMINDER
           CLOSE CUSTOMERFILE
           IF WS-LETTER-FILE-OPEN
               CLOSE LETTERFILE
           END-IF.

       3100-RETURN-ONE-ITEM.
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-IDNUM NOT = WS-CURRENT-IDNUM
                       PERFORM 5000-SEND-REMINDER
                       MOVE SRT-IDNUM TO WS-CURRENT-IDNUM
                       PERFORM 4000-CHECK-CUSTOMER
                   END-IF
                   PERFORM 3200-TAKE-ONE-ITEM
           END-RETURN.

      *> An item reminded on an earlier run is not reminded again,
      *> even when the customer is now held back for another reason.
       3200-TAKE-ONE-ITEM.
           MOVE SRT-IDNUM TO PRNIDNUM
           IF SRT-IS-INVOICE
               MOVE "Invoice" TO PRNSOURCE
           ELSE
               MOVE "Plan inst." TO PRNSOURCE
           END-IF
           MOVE SRT-REFERENCE TO PRNREFERENCE
           MOVE SRT-DUE-DATE TO PRNDUEDATE
           MOVE SRT-AMOUNT TO PRNAMOUNT
           MOVE SRT-IDNUM TO RMD-IDNUM
           MOVE SRT-SOURCE TO RMD-SOURCE
           MOVE SRT-DUE-DATE TO RMD-DUE-DATE
           MOVE SRT-REFERENCE TO RMD-REFERENCE
           READ REMINDERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE SPACES TO PRNRESULT
                   STRING "Already reminded " DELIMITED BY SIZE
                       RMD-SENT-DATE DELIMITED BY SIZE
                       INTO PRNRESULT
                   WRITE REPORTLINE FROM REMINDLINE
                   EXIT PARAGRAPH
           END-READ
           IF WS-CUSTOMER-ELIGIBLE
               IF WS-ITEM-COUNT < 30
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
                   MOVE SRT-SOURCE TO WS-IT-SOURCE(WS-ITEM-IDX)
                   MOVE SRT-DUE-DATE TO WS-IT-DUE-DATE(WS-ITEM-IDX)
                   MOVE SRT-REFERENCE TO WS-IT-REFERENCE(WS-ITEM-IDX)
                   MOVE SRT-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-IDX)
               ELSE
                   MOVE "Not reminded - item table full"
                       TO PRNRESULT
                   WRITE REPORTLINE FROM REMINDLINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-SKIP-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE "Skipped - account not active" TO PRNRESULT
               WHEN WS-SKIP-PAID
                   ADD 1 TO WS-PAID-COUNT
                   MOVE "Skipped - nothing owed" TO PRNRESULT
               WHEN WS-SKIP-NO-CONTACT
                   ADD 1 TO WS-NO-CONTACT-COUNT
                   MOVE "Skipped - do not contact" TO PRNRESULT
               WHEN WS-SKIP-STAYED
                   ADD 1 TO WS-STAYED-COUNT
                   MOVE "Skipped - bankruptcy stay" TO PRNRESULT
               WHEN WS-SKIP-AUTOPAY
                   ADD 1 TO WS-AUTOPAY-COUNT
                   MOVE "Skipped - autopay mandate" TO PRNRESULT
           END-EVALUATE
           WRITE REPORTLINE FROM REMINDLINE.

      *> A customer whose balance is not owing has already paid what
      *> is coming due. A live mandate collects the amount by debit.
      *> The bank and stay records sort after the header, so the
      *> header is read back last for the letter.
       4000-CHECK-CUSTOMER.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE SPACE TO WS-SKIP-REASON
           MOVE WS-CURRENT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   SET WS-SKIP-INACTIVE TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CUST-ACTIVE
               SET WS-SKIP-INACTIVE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF BALANCE NOT < ZERO
               SET WS-SKIP-PAID TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CUST-ON-LEGAL-HOLD OR CUST-LETTERS-BLOCKED
               SET WS-SKIP-NO-CONTACT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CUST-DELIVER-EMAIL
               MOVE 'E' TO WS-CHANNEL
           ELSE
               MOVE 'P' TO WS-CHANNEL
           END-IF
           CALL 'StayCheck' USING WS-CURRENT-IDNUM, WS-STAY-PROGRAM,
               WS-STAY-SWITCH
           IF WS-STAYED
               SET WS-SKIP-STAYED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CB-MANDATE-ACTIVE AND CB-PRENOTE-CLEARED
                       SET WS-SKIP-AUTOPAY TO TRUE
                   END-IF
           END-READ
           MOVE WS-CURRENT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   SET WS-SKIP-INACTIVE TO TRUE
           END-READ.

      *> One reminder per customer for everything coming due: the
      *> items are logged, the queue item raised on the customer's
      *> channel, and a print reminder's letter printed for the mail
      *> run. The queue still applies its own contact restrictions.
       5000-SEND-REMINDER.
           IF WS-ITEM-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ITEM-TOTAL
           PERFORM 5100-LOG-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           CALL 'QueueWrite' USING WS-CURRENT-IDNUM, WS-QUEUE-DOC,
               WS-CHANNEL
           ADD 1 TO WS-CUSTOMER-COUNT
           IF WS-SEND-BY-EMAIL
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               ADD 1 TO WS-PRINT-COUNT
               PERFORM 5200-PRINT-REMINDER-LETTER
           END-IF
           MOVE ZERO TO WS-ITEM-COUNT.

       5100-LOG-ONE-ITEM.
           MOVE WS-CURRENT-IDNUM TO RMD-IDNUM
           MOVE WS-IT-SOURCE(WS-ITEM-IDX) TO RMD-SOURCE
           MOVE WS-IT-DUE-DATE(WS-ITEM-IDX) TO RMD-DUE-DATE
           MOVE WS-IT-REFERENCE(WS-ITEM-IDX) TO RMD-REFERENCE
           MOVE WS-IT-AMOUNT(WS-ITEM-IDX) TO RMD-AMOUNT
           MOVE WS-TODAY-DATE TO RMD-SENT-DATE
           MOVE WS-CHANNEL TO RMD-CHANNEL
           MOVE SPACES TO REMINDERRECORD(42:10)
           WRITE REMINDERRECORD
               INVALID KEY
                   DISPLAY "Reminder log write failed for customer "
                       WS-CURRENT-IDNUM " due " RMD-DUE-DATE
           END-WRITE
           ADD RMD-AMOUNT TO WS-ITEM-TOTAL
           ADD 1 TO WS-REMINDED-COUNT
           MOVE WS-CURRENT-IDNUM TO PRNIDNUM
           IF RMD-FROM-INVOICE
               MOVE "Invoice" TO PRNSOURCE
           ELSE
               MOVE "Plan inst." TO PRNSOURCE
           END-IF
           MOVE RMD-REFERENCE TO PRNREFERENCE
           MOVE RMD-DUE-DATE TO PRNDUEDATE
           MOVE RMD-AMOUNT TO PRNAMOUNT
           IF RMD-BY-EMAIL
               MOVE "Reminded - email" TO PRNRESULT
           ELSE
               MOVE "Reminded - print" TO PRNRESULT
           END-IF
           WRITE REPORTLINE FROM REMINDLINE.

       5200-PRINT-REMINDER-LETTER.
           IF NOT WS-LETTER-FILE-OPEN
               OPEN EXTEND LETTERFILE
               IF WS-LT-STATUS = "35"
                   OPEN OUTPUT LETTERFILE
               END-IF
               IF WS-LT-STATUS NOT = "00"
                   MOVE "LETTERFILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-LT-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
               END-IF
               SET WS-LETTER-FILE-OPEN TO TRUE
           END-IF
           PERFORM 5300-FETCH-MAILING-ADDRESS
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO LETTERNAMELINE
           WRITE PRINTLINE FROM LETTERNAMELINE AFTER ADVANCING PAGE
           WRITE PRINTLINE FROM LETTERSTREET
           MOVE SPACES TO LETTERADDRLINE
           STRING FUNCTION TRIM(LETTERCITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               LETTERSTATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LETTERZIP) DELIMITED BY SIZE
               INTO LETTERADDRLINE
           WRITE PRINTLINE FROM LETTERADDRLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "PAYMENT REMINDER" TO PRINTLINE
           WRITE PRINTLINE
           MOVE WS-CURRENT-IDNUM TO PRNLETTERID
           MOVE WS-TODAY-DATE TO PRNLETTERDATE
           WRITE PRINTLINE FROM LETTERREFLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "This is a courtesy reminder that the following "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "payments on your account are coming due shortly:"
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           PERFORM 5210-PRINT-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "TOTAL COMING DUE ............." TO PRNMONEYLABEL
           MOVE WS-ITEM-TOTAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "If you have already sent your payment, thank you and "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "please disregard this reminder." TO PRINTLINE
           WRITE PRINTLINE.

       5210-PRINT-ONE-ITEM.
           MOVE SPACES TO PRNITEMTEXT
           IF WS-IT-SOURCE(WS-ITEM-IDX) = 'I'
               STRING "Invoice " DELIMITED BY SIZE
                   WS-IT-REFERENCE(WS-ITEM-IDX) DELIMITED BY SIZE
                   INTO PRNITEMTEXT
           ELSE
               STRING "Plan installment " DELIMITED BY SIZE
                   WS-IT-REFERENCE(WS-ITEM-IDX)(5:3) DELIMITED BY SIZE
                   INTO PRNITEMTEXT
           END-IF
           MOVE WS-IT-DUE-DATE(WS-ITEM-IDX) TO PRNITEMDUE
           MOVE WS-IT-AMOUNT(WS-ITEM-IDX) TO PRNITEMAMOUNT
           WRITE PRINTLINE FROM LETTERITEMLINE.

      *> The letter goes where the print run will mail it, chosen
      *> the way PresortRun chooses: an estate address first, then a
      *> seasonal address in its window, then the mailing address.
       5300-FETCH-MAILING-ADDRESS.
           MOVE SPACES TO LETTERSTREET
           MOVE SPACES TO LETTERCITY
           MOVE SPACES TO LETTERSTATE
           MOVE SPACES TO LETTERZIP
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 'N' TO WS-SEASONAL-SWITCH
           MOVE 'N' TO WS-ASCAN-EOF-SWITCH
           MOVE WS-CURRENT-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-ASCAN-EOF TO TRUE
           END-START
           PERFORM 5310-CHECK-ONE-ADDRESS UNTIL WS-ASCAN-EOF
           MOVE WS-CURRENT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

       5310-CHECK-ONE-ADDRESS.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-ASCAN-EOF TO TRUE
           END-READ
           IF NOT WS-ASCAN-EOF
               IF CA-IDNUM NOT = WS-CURRENT-IDNUM
                   OR CA-REC-TYPE NOT = 'A'
                   SET WS-ASCAN-EOF TO TRUE
               ELSE
                   PERFORM 5320-CONSIDER-ADDRESS
               END-IF
           END-IF.

       5320-CONSIDER-ADDRESS.
           IF CA-USAGE-ESTATE
               MOVE 'Y' TO WS-SEASONAL-SWITCH
               PERFORM 5340-HOLD-THIS-ADDRESS
           ELSE IF CA-USAGE-SEASONAL AND NOT WS-SEASONAL-PICKED
               PERFORM 5330-CHECK-SEASON-WINDOW
               IF WS-IN-SEASON
                   MOVE 'Y' TO WS-SEASONAL-SWITCH
                   PERFORM 5340-HOLD-THIS-ADDRESS
               END-IF
           ELSE
               IF NOT WS-SEASONAL-PICKED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   PERFORM 5340-HOLD-THIS-ADDRESS
               END-IF
           END-IF.

       5330-CHECK-SEASON-WINDOW.
           MOVE 'N' TO WS-WINDOW-SWITCH
           IF CA-SEASON-FROM > ZERO AND CA-SEASON-TO > ZERO
               IF CA-SEASON-FROM <= CA-SEASON-TO
                   IF WS-RUN-MMDD >= CA-SEASON-FROM
                       AND WS-RUN-MMDD <= CA-SEASON-TO
                       MOVE 'Y' TO WS-WINDOW-SWITCH
                   END-IF
               ELSE
                   IF WS-RUN-MMDD >= CA-SEASON-FROM
                       OR WS-RUN-MMDD <= CA-SEASON-TO
                       MOVE 'Y' TO WS-WINDOW-SWITCH
                   END-IF
               END-IF
           END-IF.

       5340-HOLD-THIS-ADDRESS.
           MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           MOVE CA-STREET TO LETTERSTREET
           MOVE CA-CITY TO LETTERCITY
           MOVE CA-STATE TO LETTERSTATE
           MOVE CA-ZIP TO LETTERZIP.

       6000-PRINT-TOTALS.
           MOVE SPACES TO REPORTLINE
           WRITE REPORTLINE
           MOVE "Items coming due" TO PRNTOTALLABEL
           MOVE WS-SELECTED-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Items reminded" TO PRNTOTALLABEL
           MOVE WS-REMINDED-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Customers reminded by email" TO PRNTOTALLABEL
           MOVE WS-EMAIL-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Customers reminded by print" TO PRNTOTALLABEL
           MOVE WS-PRINT-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Items already reminded" TO PRNTOTALLABEL
           MOVE WS-ALREADY-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Items skipped - account not active" TO PRNTOTALLABEL
           MOVE WS-INACTIVE-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Items skipped - nothing owed" TO PRNTOTALLABEL
           MOVE WS-PAID-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Items skipped - autopay mandate" TO PRNTOTALLABEL
           MOVE WS-AUTOPAY-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Items skipped - do not contact" TO PRNTOTALLABEL
           MOVE WS-NO-CONTACT-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE
           MOVE "Items skipped - bankruptcy stay" TO PRNTOTALLABEL
           MOVE WS-STAYED-COUNT TO PRNTOTALCOUNT
           WRITE REPORTLINE FROM TOTALLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
