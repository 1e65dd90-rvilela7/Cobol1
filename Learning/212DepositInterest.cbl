            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositInterest.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPRATEFILE ASSIGN TO "files/DepositRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPRATEFILE.
       COPY "DepositRate.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

      *> The state's entries, oldest first.
       01 WS-RATE-COUNT PIC 9(3) COMP-3.
       01 WS-RATE-IDX PIC 9(3) COMP-3.
       01 WS-RATE-SLOT PIC 9(3) COMP-3.
       01 WS-RATE-HIT PIC 9(3) COMP-3.
       01 WS-SLOT-SWITCH PIC X.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01 WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 50 TIMES.
               03 WS-RT-EFFECTIVE PIC 9(8).
               03 WS-RT-RATE PIC 99V9(4).
               03 WS-RT-RULE PIC X.
               03 WS-RT-MONTHS PIC 99.

      *> Deposit movements from the start of the period on, in
      *> posting order, as signed changes to the deposit held.
       01 WS-MOVE-COUNT PIC 9(3) COMP-3.
       01 WS-MOVE-IDX PIC 9(3) COMP-3.
       01 WS-MOVE-NET PIC S9(9)V99 COMP-3.
       01 WS-MOVE-DELTA PIC S9(7)V99 COMP-3.
       01 WS-MOVE-TABLE.
           02 WS-MOVE-ENTRY OCCURS 300 TIMES.
               03 WS-MV-DATE PIC 9(8).
               03 WS-MV-DELTA PIC S9(7)V99 COMP-3.

       01 WS-RUN-BALANCE PIC S9(9)V99 COMP-3.
       01 WS-SEG-START PIC 9(8).
       01 WS-ACC-FROM PIC 9(8).
       01 WS-ACC-TO PIC 9(8).
       01 WS-PIECE-END PIC 9(8).
       01 WS-PIECE-RATE PIC 99V9(4).
       01 WS-PIECE-DAYS PIC S9(7) COMP-3.
       01 WS-INTEREST-ACC PIC S9(9)V9(6) COMP-3.

       01 WS-LOOKUP-DATE PIC 9(8).
       01 WS-HELD-MONTHS PIC S9(5) COMP-3.
       01 WS-DATE-A.
           02 WS-DA-YYYY PIC 9(4).
           02 WS-DA-MM PIC 99.
           02 WS-DA-DD PIC 99.
       01 WS-DATE-B.
           02 WS-DB-YYYY PIC 9(4).
           02 WS-DB-MM PIC 99.
           02 WS-DB-DD PIC 99.

       01 WS-DT-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-HIST-OPEN-SWITCH PIC X.
           88 WS-HIST-OPEN VALUE 'Y'.

       LINKAGE SECTION.
       COPY "DepositInterestCall.cpy".

      *> Works out the interest owed on one customer's security
      *> deposit from DPI-FROM-DATE up to (not including) DPI-TO-DATE.
      *> The balance held on each day is rebuilt backwards from the
      *> deposit held now through the deposit movements in the
      *> history, and each stretch earns simple interest at the rate
      *> in force for the customer's state on those days. Nothing is
      *> posted here; the caller credits or adds the interest as
      *> DPI-RULE says and moves the interest-through date on.
       PROCEDURE DIVISION USING DEPINTCALL.
       0000-MAIN-PARA.
           MOVE ZERO TO DPI-INTEREST
           MOVE ZERO TO DPI-RATE
           MOVE SPACE TO DPI-RULE
           SET DPI-NO-RATE TO TRUE
           PERFORM 1000-LOAD-STATE-RATES
           MOVE DPI-TO-DATE TO WS-LOOKUP-DATE
           PERFORM 8000-FIND-RATE-IN-FORCE
           IF WS-RATE-HIT = ZERO
               EXIT PROGRAM
           END-IF
           MOVE WS-RT-RATE(WS-RATE-HIT) TO DPI-RATE
           MOVE WS-RT-RULE(WS-RATE-HIT) TO DPI-RULE
           IF DPI-FROM-DATE = ZERO
               PERFORM 1200-FIND-FIRST-DEPOSIT
           END-IF
           IF DPI-HELD-SINCE = ZERO
               SET DPI-NOT-HELD-LONG TO TRUE
               EXIT PROGRAM
           END-IF
           PERFORM 1100-COUNT-MONTHS-HELD
           IF WS-HELD-MONTHS < WS-RT-MONTHS(WS-RATE-HIT)
               SET DPI-NOT-HELD-LONG TO TRUE
               EXIT PROGRAM
           END-IF
           IF DPI-FROM-DATE < DPI-HELD-SINCE
               MOVE DPI-HELD-SINCE TO DPI-FROM-DATE
           END-IF
           SET DPI-CALCULATED TO TRUE
           IF DPI-FROM-DATE NOT < DPI-TO-DATE
               EXIT PROGRAM
           END-IF
           PERFORM 2000-LOAD-MOVEMENTS
           PERFORM 3000-ACCRUE-PERIOD
           COMPUTE DPI-INTEREST ROUNDED = WS-INTEREST-ACC
           EXIT PROGRAM.

       1000-LOAD-STATE-RATES.
           MOVE ZERO TO WS-RATE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DEPRATEFILE
           IF WS-DT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1010-LOAD-ONE-RATE UNTIL WSEOF
           CLOSE DEPRATEFILE.

      *> The table is kept in entry order, so each of the state's
      *> rows is slotted in by effective date as it is read.
       1010-LOAD-ONE-RATE.
           READ DEPRATEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF DRT-STATE = DPI-STATE AND WS-RATE-COUNT < 50
                       PERFORM 1020-SLOT-RATE
                   END-IF
           END-READ.

       1020-SLOT-RATE.
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-RATE-COUNT TO WS-RATE-SLOT
           MOVE 'N' TO WS-SLOT-SWITCH
           PERFORM 1030-SHIFT-ONE-RATE UNTIL WS-SLOT-FOUND
           MOVE DRT-EFFECTIVE TO WS-RT-EFFECTIVE(WS-RATE-SLOT)
           MOVE DRT-RATE TO WS-RT-RATE(WS-RATE-SLOT)
           MOVE DRT-RULE TO WS-RT-RULE(WS-RATE-SLOT)
           MOVE DRT-MIN-MONTHS TO WS-RT-MONTHS(WS-RATE-SLOT).

       1030-SHIFT-ONE-RATE.
           IF WS-RATE-SLOT = 1
               SET WS-SLOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-EFFECTIVE(WS-RATE-SLOT - 1) NOT > DRT-EFFECTIVE
               SET WS-SLOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RATE-ENTRY(WS-RATE-SLOT - 1)
               TO WS-RATE-ENTRY(WS-RATE-SLOT)
           SUBTRACT 1 FROM WS-RATE-SLOT.

      *> Whole calendar months from the date the deposit was first
      *> taken to the end of the period.
       1100-COUNT-MONTHS-HELD.
           MOVE DPI-HELD-SINCE TO WS-DATE-A
           MOVE DPI-TO-DATE TO WS-DATE-B
           COMPUTE WS-HELD-MONTHS =
               ((WS-DB-YYYY * 12) + WS-DB-MM)
               - ((WS-DA-YYYY * 12) + WS-DA-MM)
           IF WS-DB-DD < WS-DA-DD
               SUBTRACT 1 FROM WS-HELD-MONTHS
           END-IF.

      *> A deposit taken before the dates were kept on the deposit
      *> record has never had interest worked out. Its first receipt
      *> still in the history dates it, unless that has been archived,
      *> when the caller's date (the last action on the deposit) is
      *> the best there is.
       1200-FIND-FIRST-DEPOSIT.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-HIST-OPEN-SWITCH
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-HIST-OPEN TO TRUE
           MOVE DPI-IDNUM TO HIST-IDNUM
           MOVE ZERO TO HIST-DATE
           MOVE ZERO TO HIST-SEQ
           START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1210-CHECK-ONE-MOVEMENT UNTIL WSEOF
           CLOSE HISTORYFILE.

       1210-CHECK-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF HIST-IDNUM NOT = DPI-IDNUM
               SET WSEOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HIST-IS-DEPOSIT
               IF DPI-HELD-SINCE = ZERO OR HIST-DATE < DPI-HELD-SINCE
                   MOVE HIST-DATE TO DPI-HELD-SINCE
               END-IF
               SET WSEOF TO TRUE
           END-IF.

      *> Movements dated on or after the start of the period are
      *> taken back off the deposit held now to give the balance at
      *> the start.
       2000-LOAD-MOVEMENTS.
           MOVE ZERO TO WS-MOVE-COUNT
           MOVE ZERO TO WS-MOVE-NET
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-HIST-OPEN-SWITCH
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS NOT = "00"
               SET WSEOF TO TRUE
           ELSE
               SET WS-HIST-OPEN TO TRUE
               MOVE DPI-IDNUM TO HIST-IDNUM
               MOVE DPI-FROM-DATE TO HIST-DATE
               MOVE ZERO TO HIST-SEQ
               START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY SET WSEOF TO TRUE
               END-START
           END-IF
           PERFORM 2010-LOAD-ONE-MOVEMENT UNTIL WSEOF
           IF WS-HIST-OPEN
               CLOSE HISTORYFILE
           END-IF
           COMPUTE WS-RUN-BALANCE = DPI-DEPOSIT-BAL - WS-MOVE-NET.

      *> A deposit application is logged against the receivable as
      *> a credit, so it comes off the deposit with its sign turned.
       2010-LOAD-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF HIST-IDNUM NOT = DPI-IDNUM
               SET WSEOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN HIST-IS-DEPOSIT
                   MOVE HIST-AMOUNT TO WS-MOVE-DELTA
               WHEN HIST-IS-DEP-REFUND
                   MOVE HIST-AMOUNT TO WS-MOVE-DELTA
               WHEN HIST-IS-DEP-APPLIED
                   COMPUTE WS-MOVE-DELTA = HIST-AMOUNT * -1
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD WS-MOVE-DELTA TO WS-MOVE-NET
           IF WS-MOVE-COUNT < 300
               ADD 1 TO WS-MOVE-COUNT
               MOVE HIST-DATE TO WS-MV-DATE(WS-MOVE-COUNT)
               MOVE WS-MOVE-DELTA TO WS-MV-DELTA(WS-MOVE-COUNT)
           ELSE
               DISPLAY "DepositInterest - over 300 deposit movements "
                   "for customer " DPI-IDNUM " - later ones ignored"
           END-IF.

       3000-ACCRUE-PERIOD.
           MOVE ZERO TO WS-INTEREST-ACC
           MOVE DPI-FROM-DATE TO WS-SEG-START
           PERFORM 3010-ACCRUE-TO-MOVEMENT
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
           MOVE WS-SEG-START TO WS-ACC-FROM
           MOVE DPI-TO-DATE TO WS-ACC-TO
           PERFORM 3100-ACCRUE-STRETCH.

      *> A movement changes the balance from its own posting date.
       3010-ACCRUE-TO-MOVEMENT.
           IF WS-MV-DATE(WS-MOVE-IDX) NOT < DPI-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-MV-DATE(WS-MOVE-IDX) > WS-SEG-START
               MOVE WS-SEG-START TO WS-ACC-FROM
               MOVE WS-MV-DATE(WS-MOVE-IDX) TO WS-ACC-TO
               PERFORM 3100-ACCRUE-STRETCH
               MOVE WS-MV-DATE(WS-MOVE-IDX) TO WS-SEG-START
           END-IF
           ADD WS-MV-DELTA(WS-MOVE-IDX) TO WS-RUN-BALANCE.

      *> A stretch at one balance is split wherever the state's rate
      *> changes inside it.
       3100-ACCRUE-STRETCH.
           IF WS-RUN-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3110-ACCRUE-ONE-PIECE
               UNTIL WS-ACC-FROM NOT < WS-ACC-TO.

       3110-ACCRUE-ONE-PIECE.
           MOVE WS-ACC-FROM TO WS-LOOKUP-DATE
           PERFORM 8000-FIND-RATE-IN-FORCE
           MOVE WS-ACC-TO TO WS-PIECE-END
           MOVE ZERO TO WS-PIECE-RATE
           IF WS-RATE-HIT > ZERO
               MOVE WS-RT-RATE(WS-RATE-HIT) TO WS-PIECE-RATE
           END-IF
           IF WS-RATE-HIT < WS-RATE-COUNT
               IF WS-RT-EFFECTIVE(WS-RATE-HIT + 1) < WS-PIECE-END
                   MOVE WS-RT-EFFECTIVE(WS-RATE-HIT + 1)
                       TO WS-PIECE-END
               END-IF
           END-IF
           COMPUTE WS-PIECE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PIECE-END)
               - FUNCTION INTEGER-OF-DATE(WS-ACC-FROM)
           COMPUTE WS-INTEREST-ACC = WS-INTEREST-ACC
               + (WS-RUN-BALANCE * WS-PIECE-RATE / 100
                   * WS-PIECE-DAYS / 365)
           MOVE WS-PIECE-END TO WS-ACC-FROM.

      *> Latest entry effective on or before WS-LOOKUP-DATE; zero if
      *> the state's first entry is later than that.
       8000-FIND-RATE-IN-FORCE.
           MOVE ZERO TO WS-RATE-HIT
           PERFORM 8010-CHECK-ONE-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.

       8010-CHECK-ONE-RATE.
           IF WS-RT-EFFECTIVE(WS-RATE-IDX) NOT > WS-LOOKUP-DATE
               MOVE WS-RATE-IDX TO WS-RATE-HIT
           END-IF.
