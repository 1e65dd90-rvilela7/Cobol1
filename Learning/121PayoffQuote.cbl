            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayoffQuote.
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
           SELECT RATEFILE ASSIGN TO "files/RateTable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT DISPUTEFILE ASSIGN TO "files/Disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT QUOTEFILE ASSIGN TO "files/PayoffQuotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ACCRUALFILE ASSIGN TO "files/InterestAccrual.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACR-IDNUM
               FILE STATUS IS WS-AC-STATUS.
           SELECT LETTERFILE ASSIGN TO "files/PayoffQuotes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

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

       FD QUOTEFILE.
       COPY "PayoffQuote.cpy".

       FD ACCRUALFILE.
       COPY "InterestAccrual.cpy".

       FD LETTERFILE.
       01 PRINTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-QUIT-SWITCH PIC X VALUE 'N'.
           88 WS-QUIT VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-RATE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y'.
       01 WS-QUOTE-EOF-SWITCH PIC X.
           88 WS-QUOTE-EOF VALUE 'Y'.
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-ESTATE-FROZEN VALUE 'Y'.
       01 WS-SCRA-SWITCH PIC X.
           88 WS-SCRA-PROTECTED VALUE 'Y'.
       01 WS-SCRA-CAP-RATE PIC V999 VALUE .005.

       01 WS-QUOTE-IDNUM PIC 9(7).
       01 WS-GOOD-THROUGH PIC 9(8).
       01 WS-MAX-QUOTE-DAYS PIC 9(3) VALUE 90.
       01 WS-QUOTE-DAYS PIC S9(5) COMP-3.
       01 WS-LAST-SEQ PIC 99.
       01 WS-SUPERSEDED-COUNT PIC 9(3) COMP-3.
       01 WS-QUOTE-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-Q-PRINCIPAL PIC S9(7)V99.
       01 WS-Q-INTEREST PIC S9(7)V99.
       01 WS-Q-FEES PIC S9(7)V99.
       01 WS-Q-PER-DIEM PIC S9(5)V99.
       01 WS-Q-ACCRUED PIC S9(7)V99.
       01 WS-Q-UNBILLED PIC S9(7)V99.
       01 WS-Q-FORWARD PIC S9(7)V99.
       01 WS-Q-UNBILLED-SINCE PIC 9(8).
       01 WS-HAVE-ACCRUALS PIC X VALUE 'N'.
           88 WS-ACCRUAL-FILE-OPEN VALUE 'Y'.
       01 WS-Q-DEPOSIT PIC S9(7)V99.
       01 WS-Q-AMOUNT PIC S9(7)V99.

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
       01 WS-HAVE-DISPUTES PIC X VALUE 'N'.
           88 WS-DISPUTE-FILE-OPEN VALUE 'Y'.
       01 WS-DISPUTE-EOF-SWITCH PIC X.
           88 WS-DISPUTE-EOF VALUE 'Y'.
       01 WS-DISPUTED-TOTAL PIC S9(9)V99 COMP-3.
       01 WS-EFF-BALANCE PIC S9(9)V99 COMP-3.
       01 WS-SELECTED-RATE PIC V999 COMP-3.
       01 WS-SELECTED-EFFECTIVE PIC 9(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 LETTERNAMELINE PIC X(52).
       01 LETTERADDRLINE PIC X(60).
       01 LETTERMONEYLINE.
           02 PRNMONEYLABEL PIC X(30).
           02 PRNMONEYVALUE PIC $$,$$$,$$9.99-.
       01 LETTERREFLINE.
           02 FILLER PIC X(9) VALUE "Account  ".
           02 PRNQUOTEID PIC 9(7).
           02 FILLER PIC X(16) VALUE "    Quote date  ".
           02 PRNQUOTEDATE PIC 9(8).
           02 FILLER PIC X(16) VALUE "   Good through ".
           02 PRNGOODTHROUGH PIC 9(8).
       01 LETTERDIEMLINE.
           02 FILLER PIC X(30) VALUE "Interest per day ............".
           02 PRNPERDIEM PIC $$,$$9.99.
           02 FILLER PIC X(6) VALUE "  for ".
           02 PRNDAYS PIC ZZ9.
           02 FILLER PIC X(5) VALUE " days".

       01 WS-CORR-DOC PIC X(4) VALUE "PAYQ".
       01 WS-CORR-CHANNEL PIC X VALUE 'P'.
       01 WS-CORR-OUTCOME PIC X VALUE 'P'.

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-RT-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-PQ-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-LT-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> A payoff quote answers "what closes this account on a given
      *> day": the balance components as they stand, plus interest at
      *> the rate InterestRun would select for every day up to the
      *> good-through date, less amounts held in open dispute and any
      *> security deposit that will be applied at closure. The quote
      *> is kept on PayoffQuotes.dat so PaymentPost can recognise the
      *> payoff when it arrives and close the account cleanly.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - PayoffQuote ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           PERFORM 0100-LOAD-RATE-TABLE
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT DISPUTEFILE
           IF WS-DS-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-DISPUTES
           END-IF
           OPEN INPUT ACCRUALFILE
           IF WS-AC-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-ACCRUALS
           END-IF
           OPEN I-O QUOTEFILE
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT QUOTEFILE
               CLOSE QUOTEFILE
               OPEN I-O QUOTEFILE
           END-IF
           IF WS-PQ-STATUS NOT = "00"
               MOVE "QUOTEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PQ-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN EXTEND LETTERFILE
           IF WS-LT-STATUS = "35"
               OPEN OUTPUT LETTERFILE
           END-IF
           IF WS-LT-STATUS NOT = "00"
               MOVE "LETTERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-LT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           CLOSE QUOTEFILE
           CLOSE LETTERFILE
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTEFILE
           END-IF
           IF WS-ACCRUAL-FILE-OPEN
               CLOSE ACCRUALFILE
           END-IF
           DISPLAY "Payoff quotes issued this session: " WS-QUOTE-COUNT
           GOBACK.

       0100-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATEFILE
           IF WS-RT-STATUS NOT = "00"
               DISPLAY "No rate table on file - standard rate "
                   WS-INTEREST-RATE " used for per-diem interest"
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

       1000-PROCESS-REQUEST.
           DISPLAY "Customer ID for payoff quote (0 to end) "
               WITH NO ADVANCING
           ACCEPT WS-QUOTE-IDNUM
           IF WS-QUOTE-IDNUM = ZERO
               SET WS-QUIT TO TRUE
           ELSE
               PERFORM 2000-BUILD-QUOTE
           END-IF.

       2000-BUILD-QUOTE.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-QUOTE-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           IF BALANCE NOT < ZERO
               DISPLAY "Customer " WS-QUOTE-IDNUM " owes nothing - "
                   "balance " BALANCE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Good-through date (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT WS-GOOD-THROUGH
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-GOOD-THROUGH) NOT = ZERO
               OR WS-GOOD-THROUGH < WS-TODAY-DATE
               DISPLAY "Good-through date must be a valid date no "
                   "earlier than today"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUOTE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-GOOD-THROUGH)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           IF WS-QUOTE-DAYS > WS-MAX-QUOTE-DAYS
               DISPLAY "Quotes are limited to " WS-MAX-QUOTE-DAYS
                   " days ahead - choose an earlier date"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-COMPUTE-COMPONENTS
           PERFORM 2200-FIND-DEPOSIT-HELD
           COMPUTE WS-Q-AMOUNT =
               WS-Q-PRINCIPAL + WS-Q-INTEREST + WS-Q-FEES
               + WS-Q-ACCRUED - WS-DISPUTED-TOTAL - WS-Q-DEPOSIT
           IF WS-Q-AMOUNT < ZERO
               MOVE ZERO TO WS-Q-AMOUNT
           END-IF
           PERFORM 3000-RECORD-QUOTE
           IF WS-PQ-STATUS = "00"
               PERFORM 4000-PRINT-QUOTE-LETTER
               ADD 1 TO WS-QUOTE-COUNT
               DISPLAY "Payoff for customer " WS-QUOTE-IDNUM
                   " good through " WS-GOOD-THROUGH ": " WS-Q-AMOUNT
               DISPLAY "  interest accrued since " WS-Q-UNBILLED-SINCE
                   " " WS-Q-UNBILLED ", per-diem " WS-Q-PER-DIEM
               DISPLAY "  letter written to files/PayoffQuotes.rpt"
           END-IF.

      *> Components are carried negative on the master (the customer
      *> owes); the quote shows them as positive amounts due. Per-diem
      *> interest follows InterestRun exactly - the principal only,
      *> net of open disputes, at the selected monthly rate spread
      *> over the days of the year - and an account InterestRun would
      *> not charge (employee class, not active, deceased) accrues
      *> none. Interest accrued since the last interest run but not
      *> yet billed is added from the daily accrual file; the quote's
      *> accrued figure is that plus the per-diem days ahead.
       2100-COMPUTE-COMPONENTS.
           COMPUTE WS-Q-INTEREST = CUST-INT-BAL * -1
           COMPUTE WS-Q-FEES = CUST-FEE-BAL * -1
           COMPUTE WS-Q-PRINCIPAL =
               (BALANCE - CUST-INT-BAL - CUST-FEE-BAL) * -1
           PERFORM 2050-TOTAL-OPEN-DISPUTES
           COMPUTE WS-EFF-BALANCE =
               BALANCE - CUST-INT-BAL - CUST-FEE-BAL
               + WS-DISPUTED-TOTAL
           MOVE ZERO TO WS-SELECTED-RATE
           MOVE ZERO TO WS-Q-PER-DIEM
           PERFORM 2130-CHECK-ESTATE
           IF WS-EFF-BALANCE < ZERO AND CUST-ACTIVE
               AND NOT CUST-CLASS-EMPLOYEE AND NOT WS-ESTATE-FROZEN
               PERFORM 2110-SELECT-RATE
               PERFORM 2140-CHECK-SCRA
               IF WS-SCRA-PROTECTED
                   AND WS-SELECTED-RATE > WS-SCRA-CAP-RATE
                   MOVE WS-SCRA-CAP-RATE TO WS-SELECTED-RATE
               END-IF
               COMPUTE WS-Q-PER-DIEM ROUNDED =
                   (WS-EFF-BALANCE * -1) * WS-SELECTED-RATE * 12 / 365
           END-IF
           COMPUTE WS-Q-FORWARD = WS-Q-PER-DIEM * WS-QUOTE-DAYS
           PERFORM 2150-FIND-UNBILLED-INTEREST
           COMPUTE WS-Q-ACCRUED = WS-Q-UNBILLED + WS-Q-FORWARD.

       2150-FIND-UNBILLED-INTEREST.
           MOVE ZERO TO WS-Q-UNBILLED
           MOVE ZERO TO WS-Q-UNBILLED-SINCE
           IF WS-ACCRUAL-FILE-OPEN
               MOVE IDNUM TO ACR-IDNUM
               READ ACCRUALFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-Q-UNBILLED ROUNDED = ACR-ACCRUED
                       MOVE ACR-FROM-DATE TO WS-Q-UNBILLED-SINCE
               END-READ
           END-IF.

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

      *> Same selection InterestRun makes: the latest effective-dated
      *> entry on or before today matching class and balance band,
      *> with the standard rate as the fallback.
       2110-SELECT-RATE.
           MOVE WS-INTEREST-RATE TO WS-SELECTED-RATE
           MOVE ZERO TO WS-SELECTED-EFFECTIVE
           COMPUTE WS-ABS-BALANCE =
               FUNCTION ABS(WS-EFF-BALANCE)
           PERFORM 2120-CHECK-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.

       2120-CHECK-RATE-ENTRY.
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

       2130-CHECK-ESTATE.
           MOVE 'N' TO WS-ESTATE-SWITCH
           MOVE WS-QUOTE-IDNUM TO CE-IDNUM
           MOVE 'E' TO CE-REC-TYPE
           MOVE ZERO TO CE-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ESTATE-SWITCH
           END-READ
           PERFORM 5000-READ-CUSTOMER-HEADER.

      *> The servicemember cap applies exactly as InterestRun applies
      *> it, judged on today's date.
       2140-CHECK-SCRA.
           MOVE 'N' TO WS-SCRA-SWITCH
           MOVE WS-QUOTE-IDNUM TO CM-IDNUM
           MOVE 'M' TO CM-REC-TYPE
           MOVE ZERO TO CM-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CM-DUTY-START <= WS-TODAY-DATE
                       AND (CM-DUTY-END = ZERO
                           OR CM-DUTY-END >= WS-TODAY-DATE)
                       MOVE 'Y' TO WS-SCRA-SWITCH
                   END-IF
           END-READ
           PERFORM 5000-READ-CUSTOMER-HEADER.

      *> A deposit still held is applied against the final balance
      *> when the account closes, so the customer is not asked to pay
      *> money we already hold.
       2200-FIND-DEPOSIT-HELD.
           MOVE ZERO TO WS-Q-DEPOSIT
           MOVE WS-QUOTE-IDNUM TO CD-IDNUM
           MOVE 'D' TO CD-REC-TYPE
           MOVE ZERO TO CD-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CD-DEPOSIT-BAL > ZERO
                       MOVE CD-DEPOSIT-BAL TO WS-Q-DEPOSIT
                   END-IF
           END-READ
           PERFORM 5000-READ-CUSTOMER-HEADER.

      *> Only the latest quote for a customer is live; any earlier
      *> open quote is marked superseded as the new one is added.
       3000-RECORD-QUOTE.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-SUPERSEDED-COUNT
           MOVE 'N' TO WS-QUOTE-EOF-SWITCH
           MOVE WS-QUOTE-IDNUM TO PQ-IDNUM
           MOVE ZERO TO PQ-SEQ
           START QUOTEFILE KEY IS NOT LESS THAN PQ-KEY
               INVALID KEY SET WS-QUOTE-EOF TO TRUE
           END-START
           PERFORM 3010-SUPERSEDE-ONE-QUOTE UNTIL WS-QUOTE-EOF
           IF WS-LAST-SEQ = 99
               DISPLAY "Quote history full for customer "
                   WS-QUOTE-IDNUM " - quote not recorded"
               MOVE "99" TO WS-PQ-STATUS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PAYOFFQUOTERECORD
           MOVE WS-QUOTE-IDNUM TO PQ-IDNUM
           COMPUTE PQ-SEQ = WS-LAST-SEQ + 1
           MOVE WS-TODAY-DATE TO PQ-QUOTE-DATE
           MOVE WS-GOOD-THROUGH TO PQ-GOOD-THROUGH
           MOVE WS-Q-PRINCIPAL TO PQ-PRINCIPAL
           MOVE WS-Q-INTEREST TO PQ-INTEREST
           MOVE WS-Q-FEES TO PQ-FEES
           MOVE WS-SELECTED-RATE TO PQ-RATE
           MOVE WS-Q-PER-DIEM TO PQ-PER-DIEM
           MOVE WS-QUOTE-DAYS TO PQ-DAYS
           MOVE WS-Q-ACCRUED TO PQ-ACCRUED
           MOVE WS-DISPUTED-TOTAL TO PQ-DISPUTED
           MOVE WS-Q-DEPOSIT TO PQ-DEPOSIT
           MOVE WS-Q-AMOUNT TO PQ-AMOUNT
           SET PQ-OPEN TO TRUE
           MOVE WS-OPERATOR-ID TO PQ-OPERATOR
           WRITE PAYOFFQUOTERECORD
               INVALID KEY
                   DISPLAY "Quote write failed for customer "
                       WS-QUOTE-IDNUM " - status " WS-PQ-STATUS
           END-WRITE
           IF WS-SUPERSEDED-COUNT > ZERO
               DISPLAY WS-SUPERSEDED-COUNT " earlier quote(s) for "
                   "customer " WS-QUOTE-IDNUM " superseded"
           END-IF.

       3010-SUPERSEDE-ONE-QUOTE.
           READ QUOTEFILE NEXT RECORD
               AT END SET WS-QUOTE-EOF TO TRUE
           END-READ
           IF NOT WS-QUOTE-EOF
               IF PQ-IDNUM NOT = WS-QUOTE-IDNUM
                   SET WS-QUOTE-EOF TO TRUE
               ELSE
                   MOVE PQ-SEQ TO WS-LAST-SEQ
                   IF PQ-OPEN
                       SET PQ-SUPERSEDED TO TRUE
                       REWRITE PAYOFFQUOTERECORD
                           INVALID KEY
                               DISPLAY "Quote rewrite failed for "
                                   "customer " PQ-IDNUM
                           NOT INVALID KEY
                               ADD 1 TO WS-SUPERSEDED-COUNT
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       4000-PRINT-QUOTE-LETTER.
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO LETTERNAMELINE
           WRITE PRINTLINE FROM LETTERNAMELINE AFTER ADVANCING PAGE
           PERFORM 4100-PRINT-ADDRESS
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "PAYOFF QUOTE" TO PRINTLINE
           WRITE PRINTLINE
           MOVE WS-QUOTE-IDNUM TO PRNQUOTEID
           MOVE WS-TODAY-DATE TO PRNQUOTEDATE
           MOVE WS-GOOD-THROUGH TO PRNGOODTHROUGH
           WRITE PRINTLINE FROM LETTERREFLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           STRING "Dear " DELIMITED BY SIZE
               FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "The amount below pays this account in full if it is "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "received on or before the good-through date. After "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "that date please ask us for a new figure."
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Principal ....................." TO PRNMONEYLABEL
           MOVE WS-Q-PRINCIPAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE "Interest charged .............." TO PRNMONEYLABEL
           MOVE WS-Q-INTEREST TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE "Fees charged .................." TO PRNMONEYLABEL
           MOVE WS-Q-FEES TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE "Interest accrued to date ......" TO PRNMONEYLABEL
           MOVE WS-Q-UNBILLED TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE WS-Q-PER-DIEM TO PRNPERDIEM
           MOVE WS-QUOTE-DAYS TO PRNDAYS
           WRITE PRINTLINE FROM LETTERDIEMLINE
           MOVE "Interest to good-through date " TO PRNMONEYLABEL
           MOVE WS-Q-FORWARD TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           IF WS-DISPUTED-TOTAL NOT = ZERO
               MOVE "Less amount in dispute ......." TO PRNMONEYLABEL
               MOVE WS-DISPUTED-TOTAL TO PRNMONEYVALUE
               WRITE PRINTLINE FROM LETTERMONEYLINE
           END-IF
           IF WS-Q-DEPOSIT NOT = ZERO
               MOVE "Less security deposit held ..." TO PRNMONEYLABEL
               MOVE WS-Q-DEPOSIT TO PRNMONEYVALUE
               WRITE PRINTLINE FROM LETTERMONEYLINE
           END-IF
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "PAYOFF AMOUNT ................" TO PRNMONEYLABEL
           MOVE WS-Q-AMOUNT TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Please quote your account number with the payment."
               TO PRINTLINE
           WRITE PRINTLINE
           CALL 'CorrLog' USING WS-QUOTE-IDNUM, WS-CORR-DOC,
               WS-CORR-CHANNEL, WS-CORR-OUTCOME.

       4100-PRINT-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE WS-QUOTE-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           END-READ
           IF WS-ADDR-FOUND
               WRITE PRINTLINE FROM CA-STREET
               MOVE SPACES TO LETTERADDRLINE
               STRING FUNCTION TRIM(CA-CITY) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   CA-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CA-ZIP) DELIMITED BY SIZE
                   INTO LETTERADDRLINE
               WRITE PRINTLINE FROM LETTERADDRLINE
           ELSE
               MOVE "(no address on file)" TO PRINTLINE
               WRITE PRINTLINE
           END-IF
           PERFORM 5000-READ-CUSTOMER-HEADER.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-QUOTE-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
