            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeceasedNotice.
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
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT RECURRINGFILE ASSIGN TO
               "files/RecurringCharges.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-STATUS.
           SELECT LETTERFILE ASSIGN TO "files/EstateClaims.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD RECURRINGFILE.
       COPY "RecurringCharge.cpy".

       FD LETTERFILE.
       01 PRINTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-QUIT-SWITCH PIC X VALUE 'N'.
           88 WS-QUIT VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-ESTATE-FOUND-SWITCH PIC X.
           88 WS-ESTATE-FOUND VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-RC-EOF-SWITCH PIC X.
           88 WS-RC-EOF VALUE 'Y'.
       01 WS-ASCAN-EOF-SWITCH PIC X.
           88 WS-ASCAN-EOF VALUE 'Y'.
       01 WS-HAVE-RECURRING PIC X VALUE 'N'.
           88 WS-RECURRING-FILE-OPEN VALUE 'Y'.
       01 WS-ADDR-OK PIC X.
           88 WS-ADDR-VALID VALUE 'Y'.
       01 WS-ENTRY-OK PIC X.
           88 WS-ENTRY-VALID VALUE 'Y'.

       01 WS-DC-IDNUM PIC 9(7).
       01 WS-DC-DEATH-DATE PIC 9(8).
       01 WS-DC-SOURCE PIC X.
       01 WS-DC-EXECUTOR PIC X(30).
       01 WS-DC-STREET PIC X(25).
       01 WS-DC-CITY PIC X(15).
       01 WS-DC-STATE PIC XX.
       01 WS-DC-ZIP PIC X(10).
       01 WS-DC-ADDR-SEQ PIC 99.
       01 WS-DC-LAST-SEQ PIC 99.
       01 WS-DC-INT-NET PIC S9(7)V99.
       01 WS-DC-FEE-NET PIC S9(7)V99.
       01 WS-DC-INT-REVERSE PIC S9(7)V99.
       01 WS-DC-FEE-REVERSE PIC S9(7)V99.
       01 WS-DC-STOPPED-COUNT PIC 9(3) COMP-3.
       01 WS-DC-MANDATE-DROPPED PIC X.
           88 WS-DC-MANDATE-WAS-DROPPED VALUE 'Y'.
       01 WS-DC-CLAIM-AMOUNT PIC S9(7)V99.
       01 WS-NOTICE-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-SZEDIT-RESULT PIC X.
           88 WS-SZEDIT-VALID VALUE 'V'.
           88 WS-SZEDIT-BAD-STATE VALUE 'S'.
           88 WS-SZEDIT-BAD-ZIP VALUE 'Z'.
           88 WS-SZEDIT-NO-TABLE VALUE 'M'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3).
       01 WS-HIST-PROGRAM PIC X(10) VALUE "DECEASED  ".

       01 WS-GL-RUN-TYPE PIC X(3).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "DECEASED  ".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X.
       01 WS-LOCK-IDNUM PIC 9(7).
       01 WS-LOCK-OPERATOR PIC X(8).
       01 WS-LOCK-RESULT PIC X.
           88 WS-LOCK-GRANTED VALUE 'Y'.
       01 WS-LOCK-HOLDER PIC X(8).

       01 WS-QUEUE-DOC PIC X(4) VALUE "ESTC".
       01 WS-QUEUE-CHANNEL PIC X VALUE 'P'.

       01 LETTERNAMELINE PIC X(60).
       01 LETTERADDRLINE PIC X(60).
       01 LETTERMONEYLINE.
           02 PRNMONEYLABEL PIC X(30).
           02 PRNMONEYVALUE PIC $$,$$$,$$9.99-.
       01 LETTERREFLINE.
           02 FILLER PIC X(9) VALUE "Account  ".
           02 PRNCLAIMID PIC 9(7).
           02 FILLER PIC X(18) VALUE "    Date of death ".
           02 PRNDEATHDATE PIC 9(8).
           02 FILLER PIC X(14) VALUE "   Claim date ".
           02 PRNCLAIMDATE PIC 9(8).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-RC-STATUS PIC XX.
       01 WS-LT-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> A death notice no longer simply deactivates the account. The
      *> balance is kept on the books as a claim against the estate:
      *> the date of death and who told us are recorded on an estate
      *> record, interest and fees charged after the date of death
      *> are reversed (InterestRun and FeeAssess charge nothing more
      *> once the estate record is on file), recurring charges and
      *> the autopay mandate are stopped, and the executor's address
      *> is added as an estate address so every later letter goes to
      *> the estate rather than the deceased. The claim letter is
      *> printed to files/EstateClaims.rpt and queued for mailing.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - DeceasedNotice ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O RECURRINGFILE
           IF WS-RC-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-RECURRING
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
           CLOSE LETTERFILE
           IF WS-RECURRING-FILE-OPEN
               CLOSE RECURRINGFILE
           END-IF
           DISPLAY "Death notices recorded this session: "
               WS-NOTICE-COUNT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "Customer ID for death notice (0 to end) "
               WITH NO ADVANCING
           ACCEPT WS-DC-IDNUM
           IF WS-DC-IDNUM = ZERO
               SET WS-QUIT TO TRUE
           ELSE
               MOVE WS-DC-IDNUM TO WS-LOCK-IDNUM
               PERFORM 7000-ACQUIRE-RECORD-LOCK
               IF WS-LOCK-GRANTED
                   PERFORM 2000-RECORD-NOTICE
                   PERFORM 7100-RELEASE-RECORD-LOCK
               ELSE
                   DISPLAY "Customer " WS-DC-IDNUM " record held by "
                       "operator " WS-LOCK-HOLDER " - try again later"
               END-IF
           END-IF.

       2000-RECORD-NOTICE.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-DC-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-READ-ESTATE-RECORD
           IF WS-ESTATE-FOUND
               DISPLAY "Death notice already recorded for customer "
                   WS-DC-IDNUM " - date of death " CE-DEATH-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-READ-CUSTOMER-HEADER
           DISPLAY "Customer " WS-DC-IDNUM " "
               FUNCTION TRIM(FIRSTNAME) " " FUNCTION TRIM(LASTNAME)
               " balance " BALANCE
           PERFORM 2010-GET-NOTICE-DETAILS
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Executor / personal representative name "
               WITH NO ADVANCING
           ACCEPT WS-DC-EXECUTOR
           MOVE 'N' TO WS-ADDR-OK
           PERFORM 2020-GET-ESTATE-ADDRESS UNTIL WS-ADDR-VALID
           PERFORM 2100-TOTAL-POST-DEATH-CHARGES
           PERFORM 2200-REVERSE-POST-DEATH-CHARGES
           PERFORM 2300-ADD-ESTATE-ADDRESS
           PERFORM 2400-STOP-RECURRING-CHARGES
           PERFORM 2500-DROP-AUTOPAY-MANDATE
           PERFORM 5000-READ-CUSTOMER-HEADER
           COMPUTE WS-DC-CLAIM-AMOUNT = BALANCE * -1
           IF WS-DC-CLAIM-AMOUNT > ZERO
               PERFORM 3000-PRINT-CLAIM-LETTER
               CALL 'QueueWrite' USING WS-DC-IDNUM, WS-QUEUE-DOC,
                   WS-QUEUE-CHANNEL
           END-IF
           PERFORM 2600-WRITE-ESTATE-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           DISPLAY "Death notice recorded for customer " WS-DC-IDNUM
           DISPLAY "  interest reversed " WS-DC-INT-REVERSE
               " fees reversed " WS-DC-FEE-REVERSE
           DISPLAY "  recurring charges stopped " WS-DC-STOPPED-COUNT
           IF WS-DC-MANDATE-WAS-DROPPED
               DISPLAY "  autopay mandate cancelled"
           END-IF
           IF WS-DC-CLAIM-AMOUNT > ZERO
               DISPLAY "  claim of " WS-DC-CLAIM-AMOUNT " against the "
                   "estate - letter written to files/EstateClaims.rpt"
           ELSE
               DISPLAY "  nothing owed - no claim letter issued"
           END-IF.

       2010-GET-NOTICE-DETAILS.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "Date of death (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT WS-DC-DEATH-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DC-DEATH-DATE) NOT = ZERO
               OR WS-DC-DEATH-DATE > WS-TODAY-DATE
               DISPLAY "Date of death must be a valid date no later "
                   "than today"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Notice from F)amily, E)xecutor, C)ourt, S)ocial "
               "Security, O)ther " WITH NO ADVANCING
           ACCEPT WS-DC-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-DC-SOURCE) TO WS-DC-SOURCE
           MOVE WS-DC-SOURCE TO CE-NOTICE-SOURCE
           IF NOT CE-NOTICE-VALID
               DISPLAY "Notice source must be F, E, C, S or O"
               PERFORM 5000-READ-CUSTOMER-HEADER
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-READ-CUSTOMER-HEADER
           MOVE 'Y' TO WS-ENTRY-OK.

       2020-GET-ESTATE-ADDRESS.
           DISPLAY "Estate street address " WITH NO ADVANCING
           ACCEPT WS-DC-STREET
           DISPLAY "City " WITH NO ADVANCING
           ACCEPT WS-DC-CITY
           DISPLAY "State " WITH NO ADVANCING
           ACCEPT WS-DC-STATE
           MOVE FUNCTION UPPER-CASE(WS-DC-STATE) TO WS-DC-STATE
           DISPLAY "Zip Code " WITH NO ADVANCING
           ACCEPT WS-DC-ZIP
           CALL 'StateZipEdit' USING WS-DC-STATE, WS-DC-ZIP,
               WS-SZEDIT-RESULT
           IF WS-SZEDIT-NO-TABLE
               DISPLAY "State/ZIP table not on file - address "
                   "accepted without validation"
           END-IF
           IF WS-SZEDIT-BAD-STATE OR WS-SZEDIT-BAD-ZIP
               DISPLAY "State/ZIP failed validation - re-enter"
               MOVE 'N' TO WS-ADDR-OK
           ELSE
               MOVE 'Y' TO WS-ADDR-OK
           END-IF.

      *> Net interest and fees posted after the date of death, taking
      *> account of any adjustments already given back since then.
      *> Charges carry negative on the history; the nets are negative
      *> when there is something to reverse.
       2100-TOTAL-POST-DEATH-CHARGES.
           MOVE ZERO TO WS-DC-INT-NET
           MOVE ZERO TO WS-DC-FEE-NET
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS NOT = "00"
               DISPLAY "No history on file - no charges reversed"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           MOVE WS-DC-IDNUM TO HIST-IDNUM
           COMPUTE HIST-DATE = WS-DC-DEATH-DATE + 1
           MOVE ZERO TO HIST-SEQ
           START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 2110-TOTAL-ONE-MOVEMENT UNTIL WS-HIST-EOF
           CLOSE HISTORYFILE.

       2110-TOTAL-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF HIST-IDNUM NOT = WS-DC-IDNUM
                   SET WS-HIST-EOF TO TRUE
               ELSE IF HIST-DATE > WS-DC-DEATH-DATE
                   IF HIST-IS-INTEREST OR HIST-IS-INT-ADJUST
                       OR HIST-IS-SCRA-CREDIT
                       ADD HIST-AMOUNT TO WS-DC-INT-NET
                   END-IF
                   IF HIST-IS-SERVICE-FEE OR HIST-IS-NSF-FEE
                       OR HIST-IS-FEE-ADJUST
                       ADD HIST-AMOUNT TO WS-DC-FEE-NET
                   END-IF
               END-IF
           END-IF.

       2200-REVERSE-POST-DEATH-CHARGES.
           MOVE ZERO TO WS-DC-INT-REVERSE
           MOVE ZERO TO WS-DC-FEE-REVERSE
           IF WS-DC-INT-NET < ZERO
               COMPUTE WS-DC-INT-REVERSE = WS-DC-INT-NET * -1
           END-IF
           IF WS-DC-FEE-NET < ZERO
               COMPUTE WS-DC-FEE-REVERSE = WS-DC-FEE-NET * -1
           END-IF
           IF WS-DC-INT-REVERSE > ZERO
               MOVE "IAJ" TO WS-MOVE-TYPE
               MOVE WS-DC-INT-REVERSE TO WS-MOVE-AMOUNT
               PERFORM 2210-POST-ONE-REVERSAL
           END-IF
           IF WS-DC-FEE-REVERSE > ZERO
               MOVE "FAJ" TO WS-MOVE-TYPE
               MOVE WS-DC-FEE-REVERSE TO WS-MOVE-AMOUNT
               PERFORM 2210-POST-ONE-REVERSAL
           END-IF.

       2210-POST-ONE-REVERSAL.
           PERFORM 5000-READ-CUSTOMER-HEADER
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-MOVE-AMOUNT TO BALANCE
           IF WS-MOVE-TYPE = "IAJ"
               ADD WS-MOVE-AMOUNT TO CUST-INT-BAL
               IF CUST-INT-BAL > ZERO
                   MOVE ZERO TO CUST-INT-BAL
               END-IF
           ELSE
               ADD WS-MOVE-AMOUNT TO CUST-FEE-BAL
               IF CUST-FEE-BAL > ZERO
                   MOVE ZERO TO CUST-FEE-BAL
               END-IF
           END-IF
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Reversal rewrite failed for customer "
                       WS-DC-IDNUM
                   MOVE ZERO TO WS-MOVE-AMOUNT
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE WS-MOVE-TYPE TO WS-GL-RUN-TYPE
                   MOVE WS-MOVE-AMOUNT TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-TODAY-DATE,
                       WS-GL-AMOUNT
           END-REWRITE
           IF WS-MOVE-TYPE = "IAJ"
               MOVE WS-MOVE-AMOUNT TO WS-DC-INT-REVERSE
           ELSE
               MOVE WS-MOVE-AMOUNT TO WS-DC-FEE-REVERSE
           END-IF.

      *> The executor's address is added after the customer's own
      *> addresses with usage E; the statement, dunning, label and
      *> presort runs pick an estate address ahead of any other.
       2300-ADD-ESTATE-ADDRESS.
           MOVE ZERO TO WS-DC-LAST-SEQ
           MOVE 'N' TO WS-ASCAN-EOF-SWITCH
           MOVE WS-DC-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-ASCAN-EOF TO TRUE
           END-START
           PERFORM 2310-NOTE-ONE-ADDRESS UNTIL WS-ASCAN-EOF
           IF WS-DC-LAST-SEQ = 99
               DISPLAY "No free address slot for customer "
                   WS-DC-IDNUM " - estate address not added"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DC-ADDR-SEQ = WS-DC-LAST-SEQ + 1
           MOVE SPACES TO CUSTOMER-ADDRESS-REC
           MOVE WS-DC-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE WS-DC-ADDR-SEQ TO CA-SEQ
           MOVE WS-DC-STREET TO CA-STREET
           MOVE WS-DC-CITY TO CA-CITY
           MOVE WS-DC-STATE TO CA-STATE
           MOVE WS-DC-ZIP TO CA-ZIP
           SET CA-USAGE-ESTATE TO TRUE
           MOVE 'G' TO CA-ADDR-STATUS
           MOVE ZERO TO CA-RETURNED-DATE
           MOVE ZERO TO CA-SEASON-FROM
           MOVE ZERO TO CA-SEASON-TO
           WRITE CUSTOMER-ADDRESS-REC
               INVALID KEY
                   DISPLAY "Estate address add failed for customer "
                       WS-DC-IDNUM
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

       2310-NOTE-ONE-ADDRESS.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-ASCAN-EOF TO TRUE
           END-READ
           IF NOT WS-ASCAN-EOF
               IF CA-IDNUM NOT = WS-DC-IDNUM
                   OR CA-REC-TYPE NOT = 'A'
                   SET WS-ASCAN-EOF TO TRUE
               ELSE
                   MOVE CA-SEQ TO WS-DC-LAST-SEQ
               END-IF
           END-IF.

       2400-STOP-RECURRING-CHARGES.
           MOVE ZERO TO WS-DC-STOPPED-COUNT
           IF NOT WS-RECURRING-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RC-EOF-SWITCH
           MOVE WS-DC-IDNUM TO RC-IDNUM
           MOVE ZERO TO RC-SEQ
           START RECURRINGFILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY SET WS-RC-EOF TO TRUE
           END-START
           PERFORM 2410-STOP-ONE-CHARGE UNTIL WS-RC-EOF.

       2410-STOP-ONE-CHARGE.
           READ RECURRINGFILE NEXT RECORD
               AT END SET WS-RC-EOF TO TRUE
           END-READ
           IF NOT WS-RC-EOF
               IF RC-IDNUM NOT = WS-DC-IDNUM
                   SET WS-RC-EOF TO TRUE
               ELSE IF RC-ACTIVE
                   SET RC-STOPPED TO TRUE
                   REWRITE RECURRINGRECORD
                       INVALID KEY
                           DISPLAY "Recurring charge stop failed for "
                               "customer " RC-IDNUM " seq " RC-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WS-DC-STOPPED-COUNT
                   END-REWRITE
               END-IF
           END-IF.

       2500-DROP-AUTOPAY-MANDATE.
           MOVE 'N' TO WS-DC-MANDATE-DROPPED
           MOVE WS-DC-IDNUM TO CB-IDNUM
           MOVE 'B' TO CB-REC-TYPE
           MOVE ZERO TO CB-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CB-MANDATE-ACTIVE
                       MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                       SET CB-MANDATE-DROPPED TO TRUE
                       REWRITE CUSTOMER-BANK-REC
                           INVALID KEY
                               DISPLAY "Mandate cancel failed for "
                                   "customer " WS-DC-IDNUM
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-DC-MANDATE-DROPPED
                               PERFORM 9500-JOURNAL-REWRITE
                       END-REWRITE
                   END-IF
           END-READ.

       2600-WRITE-ESTATE-RECORD.
           MOVE SPACES TO CUSTOMER-ESTATE-REC
           MOVE WS-DC-IDNUM TO CE-IDNUM
           MOVE 'E' TO CE-REC-TYPE
           MOVE ZERO TO CE-SEQ
           MOVE WS-DC-DEATH-DATE TO CE-DEATH-DATE
           MOVE WS-DC-SOURCE TO CE-NOTICE-SOURCE
           MOVE WS-TODAY-DATE TO CE-NOTICE-DATE
           MOVE WS-DC-EXECUTOR TO CE-EXECUTOR-NAME
           IF WS-DC-CLAIM-AMOUNT > ZERO
               MOVE WS-TODAY-DATE TO CE-CLAIM-DATE
           ELSE
               MOVE ZERO TO CE-CLAIM-DATE
           END-IF
           MOVE WS-DC-INT-REVERSE TO CE-INT-REVERSED
           MOVE WS-DC-FEE-REVERSE TO CE-FEE-REVERSED
           MOVE WS-OPERATOR-ID TO CE-ENTERED-BY
           WRITE CUSTOMER-ESTATE-REC
               INVALID KEY
                   DISPLAY "Estate record write failed for customer "
                       WS-DC-IDNUM " - status " WS-CF-STATUS
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

      *> Addressed to the executor at the estate address, stating the
      *> balance the estate owes after post-death charges came off.
       3000-PRINT-CLAIM-LETTER.
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(WS-DC-EXECUTOR) DELIMITED BY SIZE
               INTO LETTERNAMELINE
           WRITE PRINTLINE FROM LETTERNAMELINE AFTER ADVANCING PAGE
           MOVE SPACES TO LETTERNAMELINE
           STRING "Executor, Estate of " DELIMITED BY SIZE
               FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO LETTERNAMELINE
           WRITE PRINTLINE FROM LETTERNAMELINE
           WRITE PRINTLINE FROM WS-DC-STREET
           MOVE SPACES TO LETTERADDRLINE
           STRING FUNCTION TRIM(WS-DC-CITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-DC-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DC-ZIP) DELIMITED BY SIZE
               INTO LETTERADDRLINE
           WRITE PRINTLINE FROM LETTERADDRLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "CLAIM AGAINST ESTATE" TO PRINTLINE
           WRITE PRINTLINE
           MOVE WS-DC-IDNUM TO PRNCLAIMID
           MOVE WS-DC-DEATH-DATE TO PRNDEATHDATE
           MOVE WS-TODAY-DATE TO PRNCLAIMDATE
           WRITE PRINTLINE FROM LETTERREFLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "We are sorry to learn of the death of our customer. "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "The account below was open at the date of death and "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "we present the balance as a claim against the estate."
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "No interest or fees have been charged since that date."
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-DC-INT-REVERSE > ZERO
               MOVE "Interest since death reversed " TO PRNMONEYLABEL
               MOVE WS-DC-INT-REVERSE TO PRNMONEYVALUE
               WRITE PRINTLINE FROM LETTERMONEYLINE
           END-IF
           IF WS-DC-FEE-REVERSE > ZERO
               MOVE "Fees since death reversed ...." TO PRNMONEYLABEL
               MOVE WS-DC-FEE-REVERSE TO PRNMONEYVALUE
               WRITE PRINTLINE FROM LETTERMONEYLINE
           END-IF
           MOVE "AMOUNT CLAIMED ..............." TO PRNMONEYLABEL
           MOVE WS-DC-CLAIM-AMOUNT TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Please add this claim to the estate's list of debts "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "and quote the account number in any correspondence."
               TO PRINTLINE
           WRITE PRINTLINE.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-DC-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ.

       5100-READ-ESTATE-RECORD.
           MOVE 'N' TO WS-ESTATE-FOUND-SWITCH
           MOVE WS-DC-IDNUM TO CE-IDNUM
           MOVE 'E' TO CE-REC-TYPE
           MOVE ZERO TO CE-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ESTATE-FOUND-SWITCH
           END-READ.

       7000-ACQUIRE-RECORD-LOCK.
           MOVE 'A' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

       7100-RELEASE-RECORD-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9510-JOURNAL-WRITE.
           MOVE 'W' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
