            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RewardsExpiry.
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
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT LEDGERFILE ASSIGN TO "files/RewardsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT POSTINGCONTROL ASSIGN TO "files/PostingControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT EXPIRYRPT ASSIGN TO "files/RewardsExpiry.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REWARDSFILE.
       COPY "RewardsAccount.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD LEDGERFILE.
       COPY "RewardsMovement.cpy".

       FD POSTINGCONTROL.
       01 POSTINGCONTROLRECORD.
           02 PC-RUN-NAME PIC X(10).
           02 PC-LAST-PERIOD PIC 9(6).

       FD EXPIRYRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-PC-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.
       01 WS-FORFEIT-SWITCH PIC X.
           88 WS-FORFEIT-CHARGED-OFF VALUE 'W'.
           88 WS-FORFEIT-INACTIVE VALUE 'I'.
           88 WS-KEEP-POINTS VALUE 'N'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "months"
       01 WS-INACTIVE-MONTHS PIC 9(3) VALUE 12.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-TODAY-INTEGER PIC 9(8).
       01 WS-CUTOFF-INTEGER PIC 9(8).
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-POSTED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OTHER-CONTROLS.
           02 WS-OC-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           02 WS-OC-ENTRY OCCURS 20 TIMES.
               03 WS-OC-NAME PIC X(10).
               03 WS-OC-PERIOD PIC 9(6).
       01 WS-OC-IDX PIC 9(3) COMP-3.

       01 WS-FORFEIT-POINTS PIC 9(9).
       01 WS-PROGRAM-NAME PIC X(10) VALUE "PTSEXPIRE ".

       01 WS-CHARGED-OFF-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-FORFEIT-TOTAL PIC 9(11) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(31) VALUE "Rewards points forfeited on   ".
           02 PRNRUNDATE PIC 9(8).
           02 FILLER PIC X(27) VALUE "  - inactive for months:   ".
           02 PRNMONTHS PIC ZZ9.
       01 HEADS PIC X(100) VALUE
           "IDNum    Last activity       Points  Reason".
       01 EXPIRYLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNLASTACT PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNPOINTS PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREASON PIC X(12).
       01 FOOTINGLINE.
           02 PRNFOOTLABEL PIC X(30).
           02 PRNFOOTCOUNT PIC ZZZZ9.

       01 WS-RA-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-RL-STATUS PIC XX.
       01 WS-PC-STATUS PIC XX.
       01 WS-ER-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Once a month, rewards points are forfeited on any account
      *> that has neither earned nor redeemed for the inactivity
      *> period (twelve months unless a PARM says otherwise), and on
      *> any account charged off since - WriteOff forfeits at charge
      *> off, this catches accounts charged off any other way. Each
      *> forfeiture goes to the rewards ledger like any other points
      *> movement.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               COMPUTE WS-INACTIVE-MONTHS =
                   FUNCTION NUMVAL(WS-PARM-STRING)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           MOVE WS-TD-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - (WS-INACTIVE-MONTHS * 30)
           PERFORM 0200-CHECK-POSTING-CONTROL
           IF WS-POSTED-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Rewards points already expired for period "
                   WS-CURRENT-PERIOD " - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O REWARDSFILE
           IF WS-RA-STATUS = "35"
               DISPLAY "No rewards accounts on file - nothing to "
                   "expire"
               GOBACK
           END-IF
           IF WS-RA-STATUS NOT = "00"
               MOVE "REWARDSFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-RA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN EXTEND LEDGERFILE
           IF WS-RL-STATUS = "35"
               OPEN OUTPUT LEDGERFILE
           END-IF
           IF WS-RL-STATUS NOT = "00"
               MOVE "LEDGERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-RL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT EXPIRYRPT
           IF WS-ER-STATUS NOT = "00"
               MOVE "EXPIRYRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-ER-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TODAY-DATE TO PRNRUNDATE
           MOVE WS-INACTIVE-MONTHS TO PRNMONTHS
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           PERFORM 1000-CHECK-ONE-ACCOUNT UNTIL WSEOF
           CLOSE REWARDSFILE
           CLOSE CUSTOMERFILE
           CLOSE LEDGERFILE
           PERFORM 0300-UPDATE-POSTING-CONTROL
           PERFORM 3000-WRITE-TOTALS
           CLOSE EXPIRYRPT
           DISPLAY "Rewards expiry complete - " WS-INACTIVE-COUNT
               " inactive and " WS-CHARGED-OFF-COUNT
               " charged-off accounts forfeited " WS-FORFEIT-TOTAL
               " points"
           GOBACK.

       0200-CHECK-POSTING-CONTROL.
           MOVE 'N' TO WS-PC-EOF-SWITCH
           OPEN INPUT POSTINGCONTROL
           IF WS-PC-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM 0210-READ-ONE-CONTROL UNTIL WS-PC-EOF
               CLOSE POSTINGCONTROL
           END-IF.

       0210-READ-ONE-CONTROL.
           READ POSTINGCONTROL
               AT END SET WS-PC-EOF TO TRUE
               NOT AT END
                   IF PC-RUN-NAME = "PTSEXPIRE"
                       MOVE PC-LAST-PERIOD TO WS-POSTED-PERIOD
                   ELSE
                       IF WS-OC-COUNT < 20
                           ADD 1 TO WS-OC-COUNT
                           MOVE WS-OC-COUNT TO WS-OC-IDX
                           MOVE PC-RUN-NAME
                               TO WS-OC-NAME(WS-OC-IDX)
                           MOVE PC-LAST-PERIOD
                               TO WS-OC-PERIOD(WS-OC-IDX)
                       END-IF
                   END-IF
           END-READ.

       0300-UPDATE-POSTING-CONTROL.
           OPEN OUTPUT POSTINGCONTROL
           IF WS-PC-STATUS NOT = "00"
               DISPLAY "POSTINGCONTROL STATUS " WS-PC-STATUS
                   " - posting control not updated"
           ELSE
               MOVE "PTSEXPIRE" TO PC-RUN-NAME
               MOVE WS-CURRENT-PERIOD TO PC-LAST-PERIOD
               WRITE POSTINGCONTROLRECORD
               PERFORM 0310-WRITE-OTHER-CONTROL
                   VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               CLOSE POSTINGCONTROL
           END-IF.

       0310-WRITE-OTHER-CONTROL.
           MOVE WS-OC-NAME(WS-OC-IDX) TO PC-RUN-NAME
           MOVE WS-OC-PERIOD(WS-OC-IDX) TO PC-LAST-PERIOD
           WRITE POSTINGCONTROLRECORD.

       1000-CHECK-ONE-ACCOUNT.
           READ REWARDSFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND RWA-BALANCE > ZERO
               PERFORM 2000-CHECK-FORFEIT
               IF NOT WS-KEEP-POINTS
                   PERFORM 2100-FORFEIT-POINTS
               END-IF
           END-IF.

       2000-CHECK-FORFEIT.
           MOVE 'N' TO WS-FORFEIT-SWITCH
           MOVE RWA-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-CHARGED-OFF
                       SET WS-FORFEIT-CHARGED-OFF TO TRUE
                   END-IF
           END-READ
           IF WS-KEEP-POINTS
               IF FUNCTION INTEGER-OF-DATE(RWA-LAST-ACTIVITY)
                   < WS-CUTOFF-INTEGER
                   SET WS-FORFEIT-INACTIVE TO TRUE
               END-IF
           END-IF.

       2100-FORFEIT-POINTS.
           MOVE RWA-BALANCE TO WS-FORFEIT-POINTS
           ADD RWA-BALANCE TO RWA-FORFEITED
           MOVE ZERO TO RWA-BALANCE
           REWRITE REWARDSACCOUNT
               INVALID KEY
                   DISPLAY "Rewards account rewrite failed for "
                       "customer " RWA-IDNUM
               NOT INVALID KEY
                   MOVE WS-TODAY-DATE TO RWM-DATE
                   MOVE RWA-IDNUM TO RWM-IDNUM
                   SET RWM-FORFEITED TO TRUE
                   MOVE WS-FORFEIT-POINTS TO RWM-POINTS
                   MOVE ZERO TO RWM-INV-NUMBER
                   MOVE WS-PROGRAM-NAME TO RWM-PROGRAM
                   WRITE REWARDSMOVEMENT
                   ADD WS-FORFEIT-POINTS TO WS-FORFEIT-TOTAL
                   MOVE RWA-IDNUM TO PRNIDNUM
                   MOVE RWA-LAST-ACTIVITY TO PRNLASTACT
                   MOVE WS-FORFEIT-POINTS TO PRNPOINTS
                   IF WS-FORFEIT-CHARGED-OFF
                       ADD 1 TO WS-CHARGED-OFF-COUNT
                       MOVE "CHARGED OFF" TO PRNREASON
                   ELSE
                       ADD 1 TO WS-INACTIVE-COUNT
                       MOVE "INACTIVE" TO PRNREASON
                   END-IF
                   WRITE PRINTLINE FROM EXPIRYLINE
           END-REWRITE.

       3000-WRITE-TOTALS.
           MOVE "Inactive accounts forfeited .." TO PRNFOOTLABEL
           MOVE WS-INACTIVE-COUNT TO PRNFOOTCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           MOVE "Charged-off accounts forfeited" TO PRNFOOTLABEL
           MOVE WS-CHARGED-OFF-COUNT TO PRNFOOTCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
