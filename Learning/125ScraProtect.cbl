            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScraProtect.
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
           SELECT RATEFILE ASSIGN TO "files/RateTable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD RATEFILE.
       01 RATERECORD.
           02 RT-VERSION PIC 9(3).
           02 RT-EFFECTIVE-DATE PIC 9(8).
           02 RT-CLASS PIC X.
           02 RT-BAND-LOW PIC 9(7)V99.
           02 RT-BAND-HIGH PIC 9(7)V99.
           02 RT-RATE PIC V999.

       WORKING-STORAGE SECTION.
       01 WS-QUIT-SWITCH PIC X VALUE 'N'.
           88 WS-QUIT VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-SCRA-FOUND-SWITCH PIC X.
           88 WS-SCRA-FOUND VALUE 'Y'.
       01 WS-RATE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-ENTRY-OK PIC X.
           88 WS-ENTRY-VALID VALUE 'Y'.

       01 WS-SC-IDNUM PIC 9(7).
       01 WS-SC-DUTY-START PIC 9(8).
       01 WS-SC-DUTY-END PIC 9(8).
       01 WS-SC-DOC-DATE PIC 9(8).
       01 WS-SC-WINDOW-END PIC 9(8).
       01 WS-SC-CLASS PIC X.
       01 WS-SC-CHARGE PIC S9(7)V99 COMP-3.
       01 WS-SC-ALLOWED PIC S9(7)V99 COMP-3.
       01 WS-SC-IMPLIED-BASE PIC S9(9)V99 COMP-3.
       01 WS-SC-CREDIT PIC S9(7)V99.
       01 WS-SC-CHARGES-SEEN PIC 9(5) COMP-3.
       01 WS-SC-RECORD-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SCRA-CAP-RATE PIC V999 VALUE .005.

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
       01 WS-SELECTED-RATE PIC V999 COMP-3.
       01 WS-SELECTED-EFFECTIVE PIC 9(8).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "SCR".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "SCRAPROTCT".

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "SCR".
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "SCRAPROTCT".
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

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-RT-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Servicemember protection. Once active-duty orders are on
      *> file the account carries a protected-status record, and
      *> InterestRun holds the rate it selects to the 6% a year cap
      *> (.005 a month) for any run inside the protected period.
      *> Orders usually reach us after duty has started, so when the
      *> record is first written the interest already posted since
      *> the duty start is recalculated at the cap and the excess is
      *> credited back once, as its own SCR movement. Later visits
      *> only maintain the end date - the credit is never repeated.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - ScraProtect ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           PERFORM 0100-LOAD-RATE-TABLE
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           DISPLAY "Protected-status records written this session: "
               WS-SC-RECORD-COUNT
           GOBACK.

       0100-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATEFILE
           IF WS-RT-STATUS NOT = "00"
               DISPLAY "No rate table on file - standard rate "
                   WS-INTEREST-RATE " assumed for past interest"
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
           DISPLAY "Customer ID for servicemember status (0 to end) "
               WITH NO ADVANCING
           ACCEPT WS-SC-IDNUM
           IF WS-SC-IDNUM = ZERO
               SET WS-QUIT TO TRUE
           ELSE
               MOVE WS-SC-IDNUM TO WS-LOCK-IDNUM
               PERFORM 7000-ACQUIRE-RECORD-LOCK
               IF WS-LOCK-GRANTED
                   PERFORM 2000-MAINTAIN-STATUS
                   PERFORM 7100-RELEASE-RECORD-LOCK
               ELSE
                   DISPLAY "Customer " WS-SC-IDNUM " record held by "
                       "operator " WS-LOCK-HOLDER " - try again later"
               END-IF
           END-IF.

       2000-MAINTAIN-STATUS.
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-SC-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CLASS TO WS-SC-CLASS
           PERFORM 5100-READ-SCRA-RECORD
           IF WS-SCRA-FOUND
               PERFORM 2100-UPDATE-END-DATE
           ELSE
               PERFORM 5000-READ-CUSTOMER-HEADER
               PERFORM 2200-RECORD-NEW-STATUS
           END-IF.

      *> Status already on file: show it and take a new end date when
      *> the servicemember leaves active duty or the orders extend.
       2100-UPDATE-END-DATE.
           DISPLAY "Active duty from " CM-DUTY-START " to " CM-DUTY-END
               " (0 = still serving), orders received " CM-DOC-DATE
           DISPLAY "  past interest credited " CM-CREDIT-AMOUNT
               " on " CM-CREDIT-DATE
           DISPLAY "New active-duty end date (YYYYMMDD, 0 still "
               "serving) " WITH NO ADVANCING
           ACCEPT WS-SC-DUTY-END
           IF WS-SC-DUTY-END NOT = ZERO
               AND (FUNCTION TEST-DATE-YYYYMMDD(WS-SC-DUTY-END)
                   NOT = ZERO
                   OR WS-SC-DUTY-END < CM-DUTY-START)
               DISPLAY "End date must be a valid date on or after the "
                   "duty start - not changed"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE WS-SC-DUTY-END TO CM-DUTY-END
           REWRITE CUSTOMER-SCRA-REC
               INVALID KEY
                   DISPLAY "Protected status update failed for "
                       "customer " WS-SC-IDNUM
               NOT INVALID KEY
                   DISPLAY "Protected status updated for customer "
                       WS-SC-IDNUM
                   PERFORM 9500-JOURNAL-REWRITE
           END-REWRITE.

       2200-RECORD-NEW-STATUS.
           PERFORM 2210-GET-STATUS-DATES
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-TOTAL-EXCESS-INTEREST
           IF WS-SC-CREDIT > ZERO
               PERFORM 3100-POST-CREDIT
           END-IF
           MOVE SPACES TO CUSTOMER-SCRA-REC
           MOVE WS-SC-IDNUM TO CM-IDNUM
           MOVE 'M' TO CM-REC-TYPE
           MOVE ZERO TO CM-SEQ
           MOVE WS-SC-DUTY-START TO CM-DUTY-START
           MOVE WS-SC-DUTY-END TO CM-DUTY-END
           MOVE WS-SC-DOC-DATE TO CM-DOC-DATE
           MOVE WS-TODAY-DATE TO CM-RECORDED-DATE
           MOVE WS-TODAY-DATE TO CM-CREDIT-DATE
           MOVE WS-SC-CREDIT TO CM-CREDIT-AMOUNT
           MOVE WS-OPERATOR-ID TO CM-ENTERED-BY
           WRITE CUSTOMER-SCRA-REC
               INVALID KEY
                   DISPLAY "Protected status write failed for customer "
                       WS-SC-IDNUM " - status " WS-CF-STATUS
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
                   ADD 1 TO WS-SC-RECORD-COUNT
                   DISPLAY "Protected status recorded for customer "
                       WS-SC-IDNUM " - " WS-SC-CHARGES-SEEN
                       " past interest postings recalculated, "
                       WS-SC-CREDIT " credited"
           END-WRITE.

       2210-GET-STATUS-DATES.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "Active-duty start date (YYYYMMDD) "
               WITH NO ADVANCING
           ACCEPT WS-SC-DUTY-START
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SC-DUTY-START) NOT = ZERO
               OR WS-SC-DUTY-START > WS-TODAY-DATE
               DISPLAY "Start date must be a valid date no later than "
                   "today"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Active-duty end date (YYYYMMDD, 0 still serving) "
               WITH NO ADVANCING
           ACCEPT WS-SC-DUTY-END
           IF WS-SC-DUTY-END NOT = ZERO
               AND (FUNCTION TEST-DATE-YYYYMMDD(WS-SC-DUTY-END)
                   NOT = ZERO
                   OR WS-SC-DUTY-END < WS-SC-DUTY-START)
               DISPLAY "End date must be a valid date on or after the "
                   "start date"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date orders were received (YYYYMMDD) "
               WITH NO ADVANCING
           ACCEPT WS-SC-DOC-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SC-DOC-DATE) NOT = ZERO
               OR WS-SC-DOC-DATE > WS-TODAY-DATE
               DISPLAY "Documentation date must be a valid date no "
                   "later than today"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENTRY-OK.

      *> Every interest charge posted from the duty start to the end
      *> of the protected period is recalculated at the cap. The
      *> history keeps the amount but not the rate, so the rate is
      *> found the way InterestRun chose it on the posting date: the
      *> latest effective entry for the customer's class whose band
      *> holds the balance that charge implies, with the standard
      *> rate as the fallback.
       3000-TOTAL-EXCESS-INTEREST.
           MOVE ZERO TO WS-SC-CREDIT
           MOVE ZERO TO WS-SC-CHARGES-SEEN
           IF WS-SC-DUTY-END = ZERO
               MOVE WS-TODAY-DATE TO WS-SC-WINDOW-END
           ELSE
               MOVE WS-SC-DUTY-END TO WS-SC-WINDOW-END
           END-IF
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS NOT = "00"
               DISPLAY "No history on file - no past interest to "
                   "recalculate"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           MOVE WS-SC-IDNUM TO HIST-IDNUM
           MOVE WS-SC-DUTY-START TO HIST-DATE
           MOVE ZERO TO HIST-SEQ
           START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 3010-RECALC-ONE-MOVEMENT UNTIL WS-HIST-EOF
           CLOSE HISTORYFILE.

       3010-RECALC-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF HIST-IDNUM NOT = WS-SC-IDNUM
                   OR HIST-DATE > WS-SC-WINDOW-END
                   SET WS-HIST-EOF TO TRUE
               ELSE IF HIST-IS-INTEREST AND HIST-AMOUNT < ZERO
                   ADD 1 TO WS-SC-CHARGES-SEEN
                   COMPUTE WS-SC-CHARGE = HIST-AMOUNT * -1
                   PERFORM 3020-FIND-RATE-CHARGED
                   IF WS-SELECTED-RATE > WS-SCRA-CAP-RATE
                       COMPUTE WS-SC-ALLOWED ROUNDED =
                           WS-SC-CHARGE * WS-SCRA-CAP-RATE
                           / WS-SELECTED-RATE
                       COMPUTE WS-SC-CREDIT = WS-SC-CREDIT
                           + WS-SC-CHARGE - WS-SC-ALLOWED
                   END-IF
               END-IF
           END-IF.

       3020-FIND-RATE-CHARGED.
           MOVE WS-INTEREST-RATE TO WS-SELECTED-RATE
           MOVE ZERO TO WS-SELECTED-EFFECTIVE
           PERFORM 3030-CHECK-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.

       3030-CHECK-RATE-ENTRY.
           IF WS-R-RATE(WS-RATE-IDX) > ZERO
               COMPUTE WS-SC-IMPLIED-BASE ROUNDED =
                   WS-SC-CHARGE / WS-R-RATE(WS-RATE-IDX)
               IF WS-R-EFFECTIVE(WS-RATE-IDX) <= HIST-DATE
                   AND WS-R-EFFECTIVE(WS-RATE-IDX)
                       >= WS-SELECTED-EFFECTIVE
                   AND (WS-R-CLASS(WS-RATE-IDX) = SPACE
                       OR WS-R-CLASS(WS-RATE-IDX) = WS-SC-CLASS)
                   AND WS-SC-IMPLIED-BASE
                       >= WS-R-BAND-LOW(WS-RATE-IDX)
                   AND WS-SC-IMPLIED-BASE
                       <= WS-R-BAND-HIGH(WS-RATE-IDX)
                   MOVE WS-R-RATE(WS-RATE-IDX) TO WS-SELECTED-RATE
                   MOVE WS-R-EFFECTIVE(WS-RATE-IDX)
                       TO WS-SELECTED-EFFECTIVE
               END-IF
           END-IF.

      *> The credit comes off the interest component, the same way
      *> PaymentPost gives back interest on a late-posted payment.
       3100-POST-CREDIT.
           PERFORM 5000-READ-CUSTOMER-HEADER
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-SC-CREDIT TO BALANCE
           ADD WS-SC-CREDIT TO CUST-INT-BAL
           IF CUST-INT-BAL > ZERO
               MOVE ZERO TO CUST-INT-BAL
           END-IF
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Interest credit rewrite failed for "
                       "customer " WS-SC-IDNUM
                   MOVE ZERO TO WS-SC-CREDIT
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE WS-SC-CREDIT TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE WS-SC-CREDIT TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-TODAY-DATE,
                       WS-GL-AMOUNT
           END-REWRITE.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-SC-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ.

       5100-READ-SCRA-RECORD.
           MOVE 'N' TO WS-SCRA-FOUND-SWITCH
           MOVE WS-SC-IDNUM TO CM-IDNUM
           MOVE 'M' TO CM-REC-TYPE
           MOVE ZERO TO CM-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-SCRA-FOUND-SWITCH
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
