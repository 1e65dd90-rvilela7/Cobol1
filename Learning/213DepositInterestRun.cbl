            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositInterestRun.
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
           SELECT INTERESTRPT ASSIGN TO "files/DepositInterest.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD INTERESTRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).

      *> The primary mailing address is read on the way past, since
      *> the address records sort ahead of the deposit record.
       01 WS-STATE-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-STATE-CODE PIC XX.
       01 WS-DEP-KEY PIC X(10).
       01 WS-DEP-STATE PIC XX.
       01 WS-DEP-BEFORE PIC S9(7)V99.
       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-RETURNED-SWITCH PIC X.
           88 WS-DEPOSIT-RETURNED VALUE 'Y'.
       01 WS-CREDIT-SWITCH PIC X.
           88 WS-INTEREST-CREDITED VALUE 'Y'.
       COPY "DepositInterestCall.cpy".

       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3).
       01 WS-HIST-PROGRAM PIC X(10) VALUE "DEPINTRUN".

       01 WS-GL-RUN-TYPE PIC X(3).
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "DEPINTRUN".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-DEPOSIT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ADDED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-CREDITED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CREDITED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(40) VALUE
               "Security Deposit Interest - through ".
           02 PRNRUNDATE PIC 9(8).
       01 COLUMNHEADS.
           02 FILLER PIC X(46) VALUE
               "IDNum   St From     To         Deposit held  ".
           02 FILLER PIC X(40) VALUE
               "  Rate        Interest  Disposition".
       01 DETAILLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTATE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNFROM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNTO PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNDEPOSIT PIC $$,$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRATE PIC Z9.9999.
           02 FILLER PIC X VALUE SPACE.
           02 PRNINTEREST PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDISPOSITION PIC X(30).
       01 TOTALLINE.
           02 PRNTOTALLABEL PIC X(40).
           02 PRNTOTALCOUNT PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTOTALAMOUNT PIC $$$,$$$,$$9.99-.

       01 WS-CF-STATUS PIC XX.
       01 WS-IR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Annual. Pays the interest the state of the customer's
      *> primary mailing address requires on a security deposit
      *> held over its qualifying period, from the date interest was
      *> last worked out up to the PARM date (YYYYMMDD, default
      *> today). The state's rule decides whether it goes onto the
      *> deposit (DIA) or is credited to the account (DIC); either
      *> way it is charged to deposit interest expense in the GL and
      *> shows in the year-end interest summary. A deposit applied to
      *> the balance or returned since the last run is settled up to
      *> the day it went, and is always credited, as there is no
      *> deposit left to add to. DepositMaint settles the same way
      *> when a refund is keyed.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:8) TO WS-RUN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               OR WS-RUN-DATE > WS-TODAY-DATE
               DISPLAY "Run date " WS-PARM-STRING " invalid or in the "
                   "future - DepositInterestRun ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT INTERESTRPT
           IF WS-IR-STATUS NOT = "00"
               MOVE "INTERESTRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-IR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RUN-DATE TO PRNRUNDATE
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM COLUMNHEADS AFTER ADVANCING 2 LINES
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1000-CHECK-ONE-RECORD UNTIL WSEOF
           PERFORM 3000-PRINT-TOTALS
           CLOSE CUSTOMERFILE
           CLOSE INTERESTRPT
           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Deposit interest run complete - " WS-DEPOSIT-COUNT
               " deposits, " WS-ADDED-COUNT " added " WS-ADDED-TOTAL
               ", " WS-CREDITED-COUNT " credited " WS-CREDITED-TOTAL
           GOBACK.

       1000-CHECK-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF REC-IS-ADDRESS AND CA-SEQ = ZERO
               MOVE CA-IDNUM TO WS-STATE-IDNUM
               MOVE CA-STATE TO WS-STATE-CODE
           END-IF
           IF REC-IS-DEPOSIT
               IF CD-DEPOSIT-BAL > ZERO
                   OR (CD-HELD-SINCE > ZERO AND CD-LAST-ACTION > ZERO)
                   PERFORM 2000-SETTLE-DEPOSIT
               END-IF
           END-IF.

      *> Whatever happens to the deposit, the deposit record is read
      *> back at the end so the sequential pass carries on from it.
       2000-SETTLE-DEPOSIT.
           ADD 1 TO WS-DEPOSIT-COUNT
           MOVE 'N' TO WS-CREDIT-SWITCH
           MOVE CD-KEY TO WS-DEP-KEY
           MOVE SPACES TO WS-DEP-STATE
           IF WS-STATE-IDNUM = CD-IDNUM
               MOVE WS-STATE-CODE TO WS-DEP-STATE
           END-IF
           MOVE 'N' TO WS-RETURNED-SWITCH
           IF CD-DEPOSIT-BAL NOT > ZERO
               MOVE 'Y' TO WS-RETURNED-SWITCH
           END-IF
           MOVE CD-IDNUM TO DPI-IDNUM
           MOVE WS-DEP-STATE TO DPI-STATE
           MOVE CD-DEPOSIT-BAL TO DPI-DEPOSIT-BAL
           MOVE CD-HELD-SINCE TO DPI-HELD-SINCE
           IF DPI-HELD-SINCE = ZERO
               MOVE CD-LAST-ACTION TO DPI-HELD-SINCE
           END-IF
           MOVE CD-INT-THROUGH TO DPI-FROM-DATE
           MOVE WS-RUN-DATE TO DPI-TO-DATE
           IF WS-DEPOSIT-RETURNED
               MOVE CD-LAST-ACTION TO DPI-TO-DATE
           END-IF
           CALL 'DepositInterest' USING DEPINTCALL
           MOVE CD-IDNUM TO PRNIDNUM
           MOVE WS-DEP-STATE TO PRNSTATE
           MOVE DPI-FROM-DATE TO PRNFROM
           MOVE DPI-TO-DATE TO PRNTO
           MOVE CD-DEPOSIT-BAL TO PRNDEPOSIT
           MOVE DPI-RATE TO PRNRATE
           MOVE DPI-INTEREST TO PRNINTEREST
           EVALUATE TRUE
               WHEN DPI-NO-RATE
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE "NO INTEREST IN THIS STATE" TO PRNDISPOSITION
                   PERFORM 2900-CLEAR-RETURNED-DEPOSIT
               WHEN DPI-NOT-HELD-LONG
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE "NOT YET HELD LONG ENOUGH" TO PRNDISPOSITION
                   PERFORM 2900-CLEAR-RETURNED-DEPOSIT
               WHEN DPI-INTEREST NOT > ZERO
                   MOVE "NOTHING DUE" TO PRNDISPOSITION
                   PERFORM 2300-UPDATE-DEPOSIT
               WHEN DPI-CREDIT-ACCOUNT OR WS-DEPOSIT-RETURNED
                   PERFORM 2100-CREDIT-ACCOUNT
               WHEN OTHER
                   PERFORM 2300-UPDATE-DEPOSIT
           END-EVALUATE
           WRITE PRINTLINE FROM DETAILLINE
           MOVE WS-DEP-KEY TO CUST-KEY
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

      *> The account is credited first; only then is the deposit
      *> marked as paid up to the run date, so a failure leaves the
      *> interest to be picked up by the next run.
       2100-CREDIT-ACCOUNT.
           MOVE 'N' TO WS-CREDIT-SWITCH
           MOVE DPI-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED - NO CUSTOMER HEADER" TO PRNDISPOSITION
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD DPI-INTEREST TO BALANCE
           REWRITE CUSTOMERDATA
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED - ACCOUNT NOT CREDITED"
                       TO PRNDISPOSITION
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 9500-JOURNAL-REWRITE
           MOVE "DIC" TO WS-MOVE-TYPE
           MOVE DPI-INTEREST TO WS-MOVE-AMOUNT
           CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
               WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
               WS-BALANCE-BEFORE, BALANCE
           MOVE "DIC" TO WS-GL-RUN-TYPE
           PERFORM 2500-POST-GL
           ADD 1 TO WS-CREDITED-COUNT
           ADD DPI-INTEREST TO WS-CREDITED-TOTAL
           MOVE "CREDITED TO ACCOUNT" TO PRNDISPOSITION
           MOVE WS-DEP-KEY TO CUST-KEY
           READ CUSTOMERFILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "CREDITED - DEPOSIT NOT UPDATED"
                       TO PRNDISPOSITION
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-CREDIT-SWITCH
           PERFORM 2300-UPDATE-DEPOSIT.

      *> Moves the interest date on, adds the interest to the deposit
      *> where that is the rule, and clears the dates on a deposit
      *> that has gone.
       2300-UPDATE-DEPOSIT.
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE CD-DEPOSIT-BAL TO WS-DEP-BEFORE
           MOVE DPI-HELD-SINCE TO CD-HELD-SINCE
           MOVE DPI-TO-DATE TO CD-INT-THROUGH
           IF DPI-INTEREST > ZERO AND NOT WS-INTEREST-CREDITED
               ADD DPI-INTEREST TO CD-DEPOSIT-BAL
               MOVE WS-TODAY-DATE TO CD-LAST-ACTION
           END-IF
           IF WS-DEPOSIT-RETURNED
               MOVE ZERO TO CD-HELD-SINCE
               MOVE ZERO TO CD-INT-THROUGH
           END-IF
           REWRITE CUSTOMER-DEPOSIT-REC
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED - DEPOSIT NOT UPDATED"
                       TO PRNDISPOSITION
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 9500-JOURNAL-REWRITE
           IF DPI-INTEREST > ZERO AND NOT WS-INTEREST-CREDITED
               MOVE "DIA" TO WS-MOVE-TYPE
               MOVE DPI-INTEREST TO WS-MOVE-AMOUNT
               CALL 'HistoryLog' USING CD-IDNUM, WS-MOVE-TYPE,
                   WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                   WS-DEP-BEFORE, CD-DEPOSIT-BAL
               MOVE "DIA" TO WS-GL-RUN-TYPE
               PERFORM 2500-POST-GL
               ADD 1 TO WS-ADDED-COUNT
               ADD DPI-INTEREST TO WS-ADDED-TOTAL
               MOVE "ADDED TO DEPOSIT" TO PRNDISPOSITION
           END-IF.

       2500-POST-GL.
           MOVE WS-TODAY-DATE TO WS-GL-POST-DATE
           MOVE DPI-INTEREST TO WS-GL-AMOUNT
           CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
               WS-GL-AMOUNT.

      *> A deposit that has gone without earning anything is done
      *> with; its dates are cleared so it drops out of later runs.
       2900-CLEAR-RETURNED-DEPOSIT.
           IF WS-DEPOSIT-RETURNED
               MOVE 'N' TO WS-CREDIT-SWITCH
               PERFORM 2300-UPDATE-DEPOSIT
           END-IF.

       3000-PRINT-TOTALS.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Deposits examined" TO PRNTOTALLABEL
           MOVE WS-DEPOSIT-COUNT TO PRNTOTALCOUNT
           MOVE ZERO TO PRNTOTALAMOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Interest added to deposits" TO PRNTOTALLABEL
           MOVE WS-ADDED-COUNT TO PRNTOTALCOUNT
           MOVE WS-ADDED-TOTAL TO PRNTOTALAMOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Interest credited to accounts" TO PRNTOTALLABEL
           MOVE WS-CREDITED-COUNT TO PRNTOTALCOUNT
           MOVE WS-CREDITED-TOTAL TO PRNTOTALAMOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Not yet held long enough" TO PRNTOTALLABEL
           MOVE WS-WAITING-COUNT TO PRNTOTALCOUNT
           MOVE ZERO TO PRNTOTALAMOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "No interest rule for the state" TO PRNTOTALLABEL
           MOVE WS-NO-RATE-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Failed - see detail" TO PRNTOTALLABEL
           MOVE WS-FAILED-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
