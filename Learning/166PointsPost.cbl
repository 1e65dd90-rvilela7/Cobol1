            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PointsPost.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REWARDSFILE ASSIGN TO "files/RewardsAccount.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RWA-IDNUM
               FILE STATUS IS WS-RA-STATUS.
           SELECT LEDGERFILE ASSIGN TO "files/RewardsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT RATEFILE ASSIGN TO "files/RewardsRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REWARDSFILE.
       COPY "RewardsAccount.cpy".

       FD LEDGERFILE.
       COPY "RewardsMovement.cpy".

       FD RATEFILE.
       01 REWARDSRATERECORD.
           02 RRT-CLASS PIC X.
           02 RRT-EARN-RATE PIC 9(3)V99.
           02 RRT-BONUS-PCT PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-RA-STATUS PIC XX.
       01 WS-RL-STATUS PIC XX.
       01 WS-RR-STATUS PIC XX.
       01 WS-RR-EOF-SWITCH PIC X.
           88 WS-RR-EOF VALUE 'Y'.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-ACCOUNT-FOUND VALUE 'Y'.
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-RATE-CLASS PIC X.
       01 WS-EARN-RATE PIC 9(3)V99.
       01 WS-BONUS-PCT PIC 9(3).
       01 WS-POINTS PIC S9(9).

       LINKAGE SECTION.
           01 LK-ACTION PIC X.
               88 LK-EARN VALUE 'E'.
               88 LK-BONUS VALUE 'B'.
               88 LK-MEMO VALUE 'C'.
               88 LK-REDEEM VALUE 'R'.
               88 LK-FORFEIT VALUE 'F'.
               88 LK-ADDS-POINTS VALUE 'E' 'B'.
           01 LK-IDNUM PIC 9(7).
           01 LK-CLASS PIC X.
           01 LK-AMOUNT PIC S9(9)V99.
           01 LK-INV-NUMBER PIC 9(7).
           01 LK-PROGRAM PIC X(10).
           01 LK-POINTS PIC S9(9).

      *> Every movement on a customer's rewards points goes through
      *> here: points earned on a posted invoice and the bonus for
      *> settling it by its due date (both at the rate for the
      *> customer's class), points taken back by a credit memo,
      *> points redeemed as a statement credit, and points forfeited.
      *> The account file holds the running balance and the ledger
      *> file keeps every movement for the monthly liability report.
      *> Redemption passes in the points wanted; forfeiture takes
      *> whatever is left. LK-POINTS comes back with the points that
      *> actually moved, zero when nothing did.
       PROCEDURE DIVISION USING LK-ACTION, LK-IDNUM, LK-CLASS,
               LK-AMOUNT, LK-INV-NUMBER, LK-PROGRAM, LK-POINTS.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           EVALUATE TRUE
               WHEN LK-EARN OR LK-MEMO
                   PERFORM 1000-GET-CLASS-RATE
                   COMPUTE WS-POINTS = LK-AMOUNT * WS-EARN-RATE
               WHEN LK-BONUS
                   PERFORM 1000-GET-CLASS-RATE
                   COMPUTE WS-POINTS =
                       LK-AMOUNT * WS-EARN-RATE * WS-BONUS-PCT / 100
               WHEN LK-REDEEM
                   MOVE LK-POINTS TO WS-POINTS
               WHEN LK-FORFEIT
                   MOVE ZERO TO WS-POINTS
               WHEN OTHER
                   MOVE ZERO TO LK-POINTS
                   EXIT PROGRAM
           END-EVALUATE
           MOVE ZERO TO LK-POINTS
           IF WS-POINTS NOT > ZERO AND NOT LK-FORFEIT
               EXIT PROGRAM
           END-IF
           OPEN I-O REWARDSFILE
           IF WS-RA-STATUS = "35"
               OPEN OUTPUT REWARDSFILE
               CLOSE REWARDSFILE
               OPEN I-O REWARDSFILE
           END-IF
           IF WS-RA-STATUS NOT = "00"
               DISPLAY "REWARDSFILE STATUS " WS-RA-STATUS
                   " - rewards points not updated for customer "
                   LK-IDNUM
               EXIT PROGRAM
           END-IF
           PERFORM 2000-READ-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND AND NOT LK-ADDS-POINTS
               CLOSE REWARDSFILE
               EXIT PROGRAM
           END-IF
      *> Nothing can take the balance below zero: a memo against
      *> points already redeemed takes back only what is left.
           EVALUATE TRUE
               WHEN LK-FORFEIT
                   MOVE RWA-BALANCE TO WS-POINTS
               WHEN LK-ADDS-POINTS
                   CONTINUE
               WHEN WS-POINTS > RWA-BALANCE
                   MOVE RWA-BALANCE TO WS-POINTS
           END-EVALUATE
           IF WS-POINTS NOT > ZERO
               CLOSE REWARDSFILE
               EXIT PROGRAM
           END-IF
           PERFORM 3000-APPLY-POINTS
           CLOSE REWARDSFILE
           EXIT PROGRAM.

      *> Earn rate (points per home-currency unit) and on-time bonus
      *> percentage by customer class, overridable by an entry in
      *> RewardsRates.dat. A blank class is retail.
       1000-GET-CLASS-RATE.
           MOVE LK-CLASS TO WS-RATE-CLASS
           IF WS-RATE-CLASS = SPACE
               MOVE 'R' TO WS-RATE-CLASS
           END-IF
           EVALUATE WS-RATE-CLASS
               WHEN 'R'
                   MOVE 1.00 TO WS-EARN-RATE
                   MOVE 10 TO WS-BONUS-PCT
               WHEN 'E'
                   MOVE 1.00 TO WS-EARN-RATE
                   MOVE 10 TO WS-BONUS-PCT
               WHEN 'V'
                   MOVE 2.00 TO WS-EARN-RATE
                   MOVE 25 TO WS-BONUS-PCT
               WHEN 'C'
                   MOVE 0.50 TO WS-EARN-RATE
                   MOVE 10 TO WS-BONUS-PCT
               WHEN OTHER
                   MOVE ZERO TO WS-EARN-RATE
                   MOVE ZERO TO WS-BONUS-PCT
           END-EVALUATE
           OPEN INPUT RATEFILE
           IF WS-RR-STATUS = "00"
               MOVE 'N' TO WS-RR-EOF-SWITCH
               PERFORM 1010-CHECK-ONE-RATE UNTIL WS-RR-EOF
               CLOSE RATEFILE
           END-IF.

       1010-CHECK-ONE-RATE.
           READ RATEFILE
               AT END SET WS-RR-EOF TO TRUE
               NOT AT END
                   IF RRT-CLASS = WS-RATE-CLASS
                       MOVE RRT-EARN-RATE TO WS-EARN-RATE
                       MOVE RRT-BONUS-PCT TO WS-BONUS-PCT
                   END-IF
           END-READ.

       2000-READ-ACCOUNT.
           MOVE LK-IDNUM TO RWA-IDNUM
           MOVE 'N' TO WS-FOUND-SWITCH
           READ REWARDSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-READ
           IF NOT WS-ACCOUNT-FOUND
               MOVE LK-IDNUM TO RWA-IDNUM
               MOVE ZERO TO RWA-BALANCE RWA-EARNED RWA-REDEEMED
                   RWA-FORFEITED
               MOVE WS-CD-DATE TO RWA-OPENED-DATE
               MOVE WS-CD-DATE TO RWA-LAST-ACTIVITY
           END-IF.

      *> Earning and redeeming count as activity for the inactivity
      *> forfeiture; a memo or a forfeiture does not.
       3000-APPLY-POINTS.
           EVALUATE TRUE
               WHEN LK-ADDS-POINTS
                   ADD WS-POINTS TO RWA-BALANCE
                   ADD WS-POINTS TO RWA-EARNED
                   MOVE WS-CD-DATE TO RWA-LAST-ACTIVITY
               WHEN LK-MEMO
                   SUBTRACT WS-POINTS FROM RWA-BALANCE
                   SUBTRACT WS-POINTS FROM RWA-EARNED
               WHEN LK-REDEEM
                   SUBTRACT WS-POINTS FROM RWA-BALANCE
                   ADD WS-POINTS TO RWA-REDEEMED
                   MOVE WS-CD-DATE TO RWA-LAST-ACTIVITY
               WHEN LK-FORFEIT
                   SUBTRACT WS-POINTS FROM RWA-BALANCE
                   ADD WS-POINTS TO RWA-FORFEITED
           END-EVALUATE
           IF WS-ACCOUNT-FOUND
               REWRITE REWARDSACCOUNT
                   INVALID KEY
                       DISPLAY "Rewards account rewrite failed for "
                           "customer " LK-IDNUM
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE REWARDSACCOUNT
                   INVALID KEY
                       DISPLAY "Rewards account write failed for "
                           "customer " LK-IDNUM
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           MOVE WS-POINTS TO LK-POINTS
           PERFORM 4000-WRITE-LEDGER.

       4000-WRITE-LEDGER.
           OPEN EXTEND LEDGERFILE
           IF WS-RL-STATUS = "35"
               OPEN OUTPUT LEDGERFILE
           END-IF
           IF WS-RL-STATUS NOT = "00"
               DISPLAY "LEDGERFILE STATUS " WS-RL-STATUS
                   " - rewards movement not recorded for customer "
                   LK-IDNUM
           ELSE
               MOVE WS-CD-DATE TO RWM-DATE
               MOVE LK-IDNUM TO RWM-IDNUM
               MOVE LK-ACTION TO RWM-TYPE
               MOVE WS-POINTS TO RWM-POINTS
               MOVE LK-INV-NUMBER TO RWM-INV-NUMBER
               MOVE LK-PROGRAM TO RWM-PROGRAM
               WRITE REWARDSMOVEMENT
               CLOSE LEDGERFILE
           END-IF.
