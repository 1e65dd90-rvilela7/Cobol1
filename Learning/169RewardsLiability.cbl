            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RewardsLiability.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGERFILE ASSIGN TO "files/RewardsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT REWARDSFILE ASSIGN TO "files/RewardsAccount.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RWA-IDNUM
               FILE STATUS IS WS-RA-STATUS.
           SELECT LIABILITYRPT ASSIGN TO
               "files/RewardsLiability.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGERFILE.
       COPY "RewardsMovement.cpy".

       FD REWARDSFILE.
       COPY "RewardsAccount.cpy".

       FD LIABILITYRPT.
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

      *> Points are worth a cent each when redeemed.
       01 WS-POINT-VALUE PIC 9V99 VALUE 0.01.

       01 WS-OPENING PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-EARNED PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-BONUS PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-MEMO PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-REDEEMED PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-FORFEITED PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-CLOSING PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-ACCOUNT-POINTS PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-ACCOUNT-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-ROLL-POINTS PIC S9(11) COMP-3.
       01 WS-VALUE PIC S9(9)V99.

       01 PAGEHEADING.
           02 FILLER PIC X(36)
               VALUE "Rewards points liability period    ".
           02 PRNPERIOD PIC 9(6).
       01 HEADS PIC X(100) VALUE
           "                                       Points          Value".
       01 ROLLLINE.
           02 PRNLABEL PIC X(30).
           02 PRNPOINTS PIC ZZ,ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNVALUE PIC $$$,$$$,$$9.99-.
       01 CHECKLINE.
           02 FILLER PIC X(30) VALUE "Points held on accounts ......".
           02 PRNHELD PIC ZZ,ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNVERDICT PIC X(14).
       01 COUNTLINE.
           02 FILLER PIC X(30) VALUE "Accounts holding points ......".
           02 PRNACCOUNTS PIC Z,ZZZ,ZZ9.

       01 WS-RL-STATUS PIC XX.
       01 WS-RA-STATUS PIC XX.
       01 WS-LR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Values the rewards points customers hold for finance: the
      *> rewards ledger is rolled forward for one month - points
      *> held at the start, earned on invoices, on-time bonuses,
      *> taken back by memos, redeemed and forfeited - and the
      *> closing points are valued at what they would cost to redeem.
      *> Run for the current month, the closing points are proved
      *> against the balances on the rewards accounts.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING(1:6) TO WS-RPT-PERIOD
           ELSE
               MOVE WS-CD-PERIOD TO WS-RPT-PERIOD
           END-IF
           OPEN INPUT LEDGERFILE
           IF WS-RL-STATUS NOT = "00"
               DISPLAY "No rewards points on record - status "
                   WS-RL-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT LIABILITYRPT
           IF WS-LR-STATUS NOT = "00"
               MOVE "LIABILITYRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-LR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RPT-PERIOD TO PRNPERIOD
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           PERFORM 1000-READ-ONE-MOVEMENT UNTIL WSEOF
           CLOSE LEDGERFILE
           COMPUTE WS-CLOSING = WS-OPENING + WS-EARNED + WS-BONUS
               - WS-MEMO - WS-REDEEMED - WS-FORFEITED
           PERFORM 2000-WRITE-ROLLFORWARD
           IF WS-RPT-PERIOD = WS-CD-PERIOD
               PERFORM 3000-PROVE-TO-ACCOUNTS
           END-IF
           CLOSE LIABILITYRPT
           COMPUTE WS-VALUE = WS-CLOSING * WS-POINT-VALUE
           DISPLAY "Rewards liability " WS-RPT-PERIOD " - "
               WS-CLOSING " points valued at " WS-VALUE
           GOBACK.

       1000-READ-ONE-MOVEMENT.
           READ LEDGERFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF RWM-DATE(1:6) < WS-RPT-PERIOD
                       PERFORM 1100-ADD-TO-OPENING
                   ELSE IF RWM-DATE(1:6) = WS-RPT-PERIOD
                       PERFORM 1200-ADD-TO-PERIOD
                   END-IF
           END-READ.

       1100-ADD-TO-OPENING.
           IF RWM-ADDS-POINTS
               ADD RWM-POINTS TO WS-OPENING
           ELSE
               SUBTRACT RWM-POINTS FROM WS-OPENING
           END-IF.

       1200-ADD-TO-PERIOD.
           EVALUATE TRUE
               WHEN RWM-EARNED
                   ADD RWM-POINTS TO WS-EARNED
               WHEN RWM-BONUS
                   ADD RWM-POINTS TO WS-BONUS
               WHEN RWM-MEMO
                   ADD RWM-POINTS TO WS-MEMO
               WHEN RWM-REDEEMED
                   ADD RWM-POINTS TO WS-REDEEMED
               WHEN RWM-FORFEITED
                   ADD RWM-POINTS TO WS-FORFEITED
           END-EVALUATE.

       2000-WRITE-ROLLFORWARD.
           MOVE "Opening points held .........." TO PRNLABEL
           MOVE WS-OPENING TO WS-ROLL-POINTS
           PERFORM 2010-WRITE-ROLL-LINE
           MOVE "Earned on invoices ..........." TO PRNLABEL
           MOVE WS-EARNED TO WS-ROLL-POINTS
           PERFORM 2010-WRITE-ROLL-LINE
           MOVE "On-time payment bonus ........" TO PRNLABEL
           MOVE WS-BONUS TO WS-ROLL-POINTS
           PERFORM 2010-WRITE-ROLL-LINE
           MOVE "Taken back by credit memos ..." TO PRNLABEL
           MOVE WS-MEMO TO WS-ROLL-POINTS
           PERFORM 2010-WRITE-ROLL-LINE
           MOVE "Redeemed as statement credit ." TO PRNLABEL
           MOVE WS-REDEEMED TO WS-ROLL-POINTS
           PERFORM 2010-WRITE-ROLL-LINE
           MOVE "Forfeited ...................." TO PRNLABEL
           MOVE WS-FORFEITED TO WS-ROLL-POINTS
           PERFORM 2010-WRITE-ROLL-LINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Closing points liability ....." TO PRNLABEL
           MOVE WS-CLOSING TO WS-ROLL-POINTS
           PERFORM 2010-WRITE-ROLL-LINE.

       2010-WRITE-ROLL-LINE.
           MOVE WS-ROLL-POINTS TO PRNPOINTS
           COMPUTE WS-VALUE = WS-ROLL-POINTS * WS-POINT-VALUE
           MOVE WS-VALUE TO PRNVALUE
           WRITE PRINTLINE FROM ROLLLINE.

       3000-PROVE-TO-ACCOUNTS.
           OPEN INPUT REWARDSFILE
           IF WS-RA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3010-ADD-ONE-ACCOUNT UNTIL WSEOF
           CLOSE REWARDSFILE
           MOVE WS-ACCOUNT-POINTS TO PRNHELD
           IF WS-ACCOUNT-POINTS = WS-CLOSING
               MOVE "AGREES" TO PRNVERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRNVERDICT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM CHECKLINE
           MOVE WS-ACCOUNT-COUNT TO PRNACCOUNTS
           WRITE PRINTLINE FROM COUNTLINE.

       3010-ADD-ONE-ACCOUNT.
           READ REWARDSFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD RWA-BALANCE TO WS-ACCOUNT-POINTS
                   IF RWA-BALANCE > ZERO
                       ADD 1 TO WS-ACCOUNT-COUNT
                   END-IF
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
