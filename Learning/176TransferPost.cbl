            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransferPost.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERFILE ASSIGN TO "files/BalanceTransfers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BT-KEY
               FILE STATUS IS WS-BT-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT TRANSFERRPT ASSIGN TO "files/TransferRegister.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFERFILE.
       COPY "BalanceTransfer.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD TRANSFERRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-POST-OK PIC X VALUE 'Y'.
           88 WS-TRANSFER-POSTED VALUE 'Y'.
       01 WS-FAIL-REASON PIC X(30).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-MOVEMENT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-NET-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "XFR".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "XFERPOST".

      *> Transfers that could not be posted this run, printed at the
      *> foot of the register.
       01 WS-FAIL-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-FAIL-IDX PIC 9(3) COMP-3.
       01 WS-FAIL-TABLE.
           02 WS-FAIL-ENTRY OCCURS 200 TIMES.
               03 WS-FL-NUMBER PIC 9(7).
               03 WS-FL-REASON PIC X(30).

       01 WS-PROOF-ACTION PIC X.
       01 WS-PROOF-RUN-NAME PIC X(12) VALUE "TRANSFERPST".
       01 WS-PROOF-MOVEMENT PIC S9(11)V99.
       01 WS-PROOF-RESULT PIC X.
           88 WS-PROOF-BALANCED VALUE 'Y'.

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X VALUE 'F'.
       01 WS-LOCK-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-LOCK-OPERATOR PIC X(8) VALUE "TRANSFER".
       01 WS-LOCK-RESULT PIC X.
           88 WS-LOCK-GRANTED VALUE 'Y'.
       01 WS-LOCK-HOLDER PIC X(8).

       01 WS-JRN-PROGRAM PIC X(10) VALUE "XFERPOST".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 HEADS PIC X(100) VALUE
           "Transfer IDNum    Side      Principal     Interest         Fees          Amount  Reason".
       01 TRANSFERLINE.
           02 PRNNUMBER PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSIDE PIC X(6).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNPRINCIPAL PIC $$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNINTEREST PIC $$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNFEE PIC $$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNAMOUNT PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREASON PIC X(3).
       01 TOTALLINE.
           02 FILLER PIC X(10) VALUE "Debits:   ".
           02 PRNDEBITS PIC $$$,$$$,$$9.99-.
           02 FILLER PIC X(12) VALUE "  Credits:  ".
           02 PRNCREDITS PIC $$$,$$$,$$9.99-.
           02 FILLER PIC X(8) VALUE "  Net:  ".
           02 PRNNET PIC $$$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNVERDICT PIC X(14).
       01 FAILLINE.
           02 PRNFAILNUMBER PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 FILLER PIC X(12) VALUE "NOT POSTED -".
           02 FILLER PIC X VALUE SPACE.
           02 PRNFAILREASON PIC X(30).
       01 FOOTINGLINE.
           02 FILLER PIC X(20) VALUE "Transfers posted:   ".
           02 PRNPOSTED PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  failed:  ".
           02 PRNFAILED PIC ZZZZ9.

       01 WS-BT-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-TR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Posts the open balance transfers entered in BalanceTransfer
      *> as a matched pair: the giving account is credited and the
      *> receiving account charged with the same principal, interest
      *> and fee split, each side journalled and written to the
      *> customer history as an XFR movement. Both legs stay inside
      *> receivables, so there is nothing for the ledger and the
      *> proof sheet should close with no net movement. The register
      *> lists every transfer posted today, debit and credit side by
      *> side, and proves that the day's transfers net to zero.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN I-O TRANSFERFILE
           IF WS-BT-STATUS NOT = "00"
               DISPLAY "No transfers on file - status " WS-BT-STATUS
               GOBACK
           END-IF
           MOVE 'A' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER
           IF NOT WS-LOCK-GRANTED
               DISPLAY "Customer file held by operator "
                   WS-LOCK-HOLDER " - transfer posting not started"
               CLOSE TRANSFERFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'O' TO WS-PROOF-ACTION
           MOVE ZERO TO WS-PROOF-MOVEMENT
           CALL 'ProofSheet' USING WS-PROOF-ACTION,
               WS-PROOF-RUN-NAME, WS-PROOF-MOVEMENT, WS-PROOF-RESULT
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT TRANSFERRPT
           IF WS-TR-STATUS NOT = "00"
               MOVE "TRANSFERRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-TR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE LOW-VALUES TO BT-KEY
           START TRANSFERFILE KEY IS NOT LESS THAN BT-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1000-POST-TRANSFER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER
           MOVE 'C' TO WS-PROOF-ACTION
           MOVE WS-MOVEMENT-TOTAL TO WS-PROOF-MOVEMENT
           CALL 'ProofSheet' USING WS-PROOF-ACTION,
               WS-PROOF-RUN-NAME, WS-PROOF-MOVEMENT, WS-PROOF-RESULT
           IF NOT WS-PROOF-BALANCED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 4000-PRINT-REGISTER
           CLOSE TRANSFERFILE
           CLOSE TRANSFERRPT
           DISPLAY "Transfer posting complete - " WS-POSTED-COUNT
               " of " WS-READ-COUNT " transfers posted, "
               WS-FAILED-COUNT " failed"
           GOBACK.

       1000-POST-TRANSFER.
           READ TRANSFERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR NOT BT-OPEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE 'Y' TO WS-POST-OK
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM 2000-CHECK-TRANSFER
           IF WS-TRANSFER-POSTED
               PERFORM 3000-CREDIT-GIVING-ACCOUNT
           END-IF
           IF WS-TRANSFER-POSTED
               PERFORM 3100-CHARGE-RECEIVING-ACCOUNT
           END-IF
           IF WS-TRANSFER-POSTED
               SET BT-POSTED TO TRUE
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               SET BT-FAILED TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "Transfer " BT-NUMBER " not posted - "
                   WS-FAIL-REASON
               IF WS-FAIL-COUNT < 200
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE BT-NUMBER TO WS-FL-NUMBER(WS-FAIL-COUNT)
                   MOVE WS-FAIL-REASON TO WS-FL-REASON(WS-FAIL-COUNT)
               END-IF
           END-IF
           MOVE WS-TODAY-DATE TO BT-POSTED-DATE
           REWRITE TRANSFERRECORD
               INVALID KEY
                   DISPLAY "Transfer rewrite failed for " BT-NUMBER
           END-REWRITE.

      *> Both accounts are checked before either is touched, so a
      *> transfer is posted whole or not at all. The giving account
      *> must still owe each part of the split it is giving away.
       2000-CHECK-TRANSFER.
           MOVE BT-TO-IDNUM TO IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-TRANSFER-POSTED
               EXIT PARAGRAPH
           END-IF
           IF NOT CUST-ACTIVE
               MOVE 'N' TO WS-POST-OK
               MOVE "RECEIVING ACCOUNT NOT ACTIVE" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE BT-FROM-IDNUM TO IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-TRANSFER-POSTED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CUST-CHARGED-OFF
                   MOVE 'N' TO WS-POST-OK
                   MOVE "GIVING ACCOUNT CHARGED OFF" TO WS-FAIL-REASON
               WHEN BT-INTEREST > CUST-INT-BAL * -1
                   MOVE 'N' TO WS-POST-OK
                   MOVE "INTEREST NO LONGER OWED" TO WS-FAIL-REASON
               WHEN BT-FEE > CUST-FEE-BAL * -1
                   MOVE 'N' TO WS-POST-OK
                   MOVE "FEES NO LONGER OWED" TO WS-FAIL-REASON
               WHEN BT-PRINCIPAL >
                   (BALANCE - CUST-INT-BAL - CUST-FEE-BAL) * -1
                   MOVE 'N' TO WS-POST-OK
                   MOVE "PRINCIPAL NO LONGER OWED" TO WS-FAIL-REASON
           END-EVALUATE.

      *> The giving account's header is still in the record area
      *> from the check above.
       3000-CREDIT-GIVING-ACCOUNT.
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD BT-AMOUNT TO BALANCE
           ADD BT-INTEREST TO CUST-INT-BAL
           ADD BT-FEE TO CUST-FEE-BAL
           MOVE WS-TODAY-DATE TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   MOVE 'N' TO WS-POST-OK
                   MOVE "GIVING REWRITE FAILED" TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   MOVE BT-AMOUNT TO WS-MOVE-AMOUNT
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   ADD BT-AMOUNT TO WS-MOVEMENT-TOTAL
           END-REWRITE.

      *> Should the receiving side fail after the giving side has
      *> posted, the proof sheet will not balance by the amount and
      *> the transfer is left failed for the two accounts to be put
      *> right by hand.
       3100-CHARGE-RECEIVING-ACCOUNT.
           MOVE BT-TO-IDNUM TO IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-TRANSFER-POSTED
               MOVE "RECEIVING SIDE NOT POSTED" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT BT-AMOUNT FROM BALANCE
           SUBTRACT BT-INTEREST FROM CUST-INT-BAL
           SUBTRACT BT-FEE FROM CUST-FEE-BAL
           MOVE WS-TODAY-DATE TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMERDATA
               INVALID KEY
                   MOVE 'N' TO WS-POST-OK
                   MOVE "RECEIVING SIDE NOT POSTED" TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   COMPUTE WS-MOVE-AMOUNT = BT-AMOUNT * -1
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   SUBTRACT BT-AMOUNT FROM WS-MOVEMENT-TOTAL
           END-REWRITE.

       4000-PRINT-REGISTER.
           WRITE PRINTLINE FROM HEADS
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO BT-KEY
           START TRANSFERFILE KEY IS NOT LESS THAN BT-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 4100-REGISTER-ONE-TRANSFER UNTIL WSEOF
           COMPUTE WS-NET-TOTAL = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
           MOVE WS-DEBIT-TOTAL TO PRNDEBITS
           MOVE WS-CREDIT-TOTAL TO PRNCREDITS
           MOVE WS-NET-TOTAL TO PRNNET
           IF WS-NET-TOTAL = ZERO
               MOVE "NETS TO ZERO" TO PRNVERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRNVERDICT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM TOTALLINE
           PERFORM 4200-REGISTER-ONE-FAILURE
               VARYING WS-FAIL-IDX FROM 1 BY 1
               UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
           MOVE WS-POSTED-COUNT TO PRNPOSTED
           MOVE WS-FAILED-COUNT TO PRNFAILED
           WRITE PRINTLINE FROM FOOTINGLINE.

       4100-REGISTER-ONE-TRANSFER.
           READ TRANSFERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR NOT BT-POSTED
               OR BT-POSTED-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE BT-NUMBER TO PRNNUMBER
           MOVE BT-PRINCIPAL TO PRNPRINCIPAL
           MOVE BT-INTEREST TO PRNINTEREST
           MOVE BT-FEE TO PRNFEE
           MOVE BT-AMOUNT TO PRNAMOUNT
           MOVE BT-REASON TO PRNREASON
           MOVE BT-FROM-IDNUM TO PRNIDNUM
           MOVE "CREDIT" TO PRNSIDE
           WRITE PRINTLINE FROM TRANSFERLINE
           ADD BT-AMOUNT TO WS-CREDIT-TOTAL
           MOVE BT-TO-IDNUM TO PRNIDNUM
           MOVE "DEBIT" TO PRNSIDE
           WRITE PRINTLINE FROM TRANSFERLINE
           ADD BT-AMOUNT TO WS-DEBIT-TOTAL.

       4200-REGISTER-ONE-FAILURE.
           MOVE WS-FL-NUMBER(WS-FAIL-IDX) TO PRNFAILNUMBER
           MOVE WS-FL-REASON(WS-FAIL-IDX) TO PRNFAILREASON
           WRITE PRINTLINE FROM FAILLINE.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE 'N' TO WS-POST-OK
                   MOVE "CUSTOMER NOT ON FILE" TO WS-FAIL-REASON
           END-READ.

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
