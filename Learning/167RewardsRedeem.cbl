            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RewardsRedeem.
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
           SELECT REWARDSFILE ASSIGN TO "files/RewardsAccount.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RWA-IDNUM
               FILE STATUS IS WS-RA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD REWARDSFILE.
       COPY "RewardsAccount.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-INQUIRE VALUE 'I'.
           88 WS-REDEEM VALUE 'R'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-PTS-FOUND PIC X.
           88 WS-POINTS-FOUND VALUE 'Y'.

       01 WS-MAINT-IDNUM PIC 9(7).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

      *> Points are worth a cent each and are redeemed in blocks of
      *> a hundred, so every credit is a whole amount.
       01 WS-POINT-VALUE PIC 9V99 VALUE 0.01.
       01 WS-REDEEM-BLOCK PIC 9(3) VALUE 100.
       01 WS-REDEEM-POINTS PIC 9(9).
       01 WS-BLOCK-CHECK PIC 9(9).
       01 WS-BLOCK-LEFT PIC 9(3).
       01 WS-POINTS-WORTH PIC 9(7)V99.

       01 WS-PTS-ACTION PIC X VALUE 'R'.
       01 WS-PTS-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-PTS-INV-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-PTS-POINTS PIC S9(9).

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.
       01 WS-MOVE-TYPE PIC X(3) VALUE "RWD".
       01 WS-HIST-PROGRAM PIC X(10) VALUE "REWARDSRDM".

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "RWD".
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "REWARDSRDM".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-RA-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Rewards points are turned into a statement credit on the
      *> customer's balance: the points come off through PointsPost
      *> and the credit goes on as an RWD movement, charged to the
      *> rewards expense account in the ledger. A charged-off account
      *> has no points left to redeem.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - RewardsRedeem ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "I)nquire on points, R)edeem points or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-INQUIRE
               PERFORM 2000-SHOW-POINTS
           ELSE IF WS-REDEEM
               PERFORM 3000-REDEEM-POINTS
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter I, R or Q"
           END-IF.

       2000-SHOW-POINTS.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           PERFORM 5100-READ-POINTS
           IF NOT WS-POINTS-FOUND
               DISPLAY "No rewards points on file for customer "
                   WS-MAINT-IDNUM
           ELSE
               COMPUTE WS-POINTS-WORTH = RWA-BALANCE * WS-POINT-VALUE
               DISPLAY "Points held      " RWA-BALANCE
                   "  worth " WS-POINTS-WORTH
               DISPLAY "Earned to date   " RWA-EARNED
               DISPLAY "Redeemed         " RWA-REDEEMED
               DISPLAY "Forfeited        " RWA-FORFEITED
               DISPLAY "Last activity    " RWA-LAST-ACTIVITY
           END-IF.

       3000-REDEEM-POINTS.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-MAINT-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           IF CUST-CHARGED-OFF
               DISPLAY "Customer " WS-MAINT-IDNUM " is charged off - "
                   "points cannot be redeemed"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-READ-POINTS
           IF NOT WS-POINTS-FOUND OR RWA-BALANCE < WS-REDEEM-BLOCK
               DISPLAY "Customer " WS-MAINT-IDNUM " has fewer than "
                   WS-REDEEM-BLOCK " points to redeem"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POINTS-WORTH = RWA-BALANCE * WS-POINT-VALUE
           DISPLAY "Points held " RWA-BALANCE " worth "
               WS-POINTS-WORTH " - points to redeem "
               WITH NO ADVANCING
           ACCEPT WS-REDEEM-POINTS
           DIVIDE WS-REDEEM-POINTS BY WS-REDEEM-BLOCK
               GIVING WS-BLOCK-CHECK REMAINDER WS-BLOCK-LEFT
           IF WS-REDEEM-POINTS = ZERO OR WS-BLOCK-LEFT NOT = ZERO
               OR WS-REDEEM-POINTS > RWA-BALANCE
               DISPLAY "Redeem a multiple of " WS-REDEEM-BLOCK
                   " points within the points held"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REDEEM-POINTS TO WS-PTS-POINTS
           CALL 'PointsPost' USING WS-PTS-ACTION, IDNUM, CUST-CLASS,
               WS-PTS-AMOUNT, WS-PTS-INV-NUMBER, WS-HIST-PROGRAM,
               WS-PTS-POINTS
           IF WS-PTS-POINTS NOT > ZERO
               DISPLAY "Points not redeemed - customer "
                   WS-MAINT-IDNUM " unchanged"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CREDIT-BALANCE.

       3100-CREDIT-BALANCE.
           COMPUTE WS-MOVE-AMOUNT = WS-PTS-POINTS * WS-POINT-VALUE
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE BALANCE TO WS-BALANCE-BEFORE
           ADD WS-MOVE-AMOUNT TO BALANCE
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DISPLAY "Customer rewrite failed - " WS-PTS-POINTS
                       " points redeemed but not credited to "
                       WS-MAINT-IDNUM
               NOT INVALID KEY
                   PERFORM 9500-JOURNAL-REWRITE
                   CALL 'HistoryLog' USING IDNUM, WS-MOVE-TYPE,
                       WS-HIST-PROGRAM, WS-MOVE-AMOUNT,
                       WS-BALANCE-BEFORE, BALANCE
                   MOVE WS-TD-DATE TO WS-GL-POST-DATE
                   MOVE WS-MOVE-AMOUNT TO WS-GL-AMOUNT
                   CALL 'GLPost' USING WS-GL-RUN-TYPE,
                       WS-GL-POST-DATE, WS-GL-AMOUNT
                   DISPLAY WS-PTS-POINTS " points redeemed - "
                       WS-MOVE-AMOUNT " credited, balance now "
                       BALANCE
           END-REWRITE.

       5000-READ-CUSTOMER-HEADER.
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

      *> The points file is only held open for the read, so that
      *> PointsPost can update it.
       5100-READ-POINTS.
           MOVE 'N' TO WS-PTS-FOUND
           OPEN INPUT REWARDSFILE
           IF WS-RA-STATUS = "00"
               MOVE WS-MAINT-IDNUM TO RWA-IDNUM
               READ REWARDSFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PTS-FOUND
               END-READ
               CLOSE REWARDSFILE
           END-IF.

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
