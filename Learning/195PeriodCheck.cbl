            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCheck.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODFILE ASSIGN TO "files/PeriodControl.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PD-STATUS.
           SELECT PERIODLOG ASSIGN TO "files/PeriodLock.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODFILE.
       COPY "PeriodControl.cpy".

       FD PERIODLOG.
       01 PERIODLOGLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PD-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-RULE PIC X.
           88 WS-RULE-REJECT VALUE 'R'.
       01 WS-CLOSED-SWITCH PIC X.
           88 WS-MONTH-CLOSED VALUE 'Y'.
       01 WS-STEP-COUNT PIC 9(3) COMP-3.
       01 WS-CLOSED-PERIOD PIC 9(6).
       01 WS-TRY-PERIOD PIC 9(6).
       01 WS-TRY-PERIOD-X REDEFINES WS-TRY-PERIOD.
           02 WS-TRY-YYYY PIC 9(4).
           02 WS-TRY-MM PIC 99.
       01 WS-NEW-DATE PIC 9(8).
       01 WS-NEW-DATE-X REDEFINES WS-NEW-DATE.
           02 WS-ND-PERIOD PIC 9(6).
           02 WS-ND-DD PIC 99.

       LINKAGE SECTION.
           01 LK-ACTION PIC X.
               88 LK-CHECK-ITEM VALUE 'C'.
               88 LK-DATE-MOVEMENT VALUE 'D'.
           01 LK-PROGRAM PIC X(10).
           01 LK-ITEM-REF PIC X(12).
           01 LK-ITEM-DATE PIC 9(8).
           01 LK-RESULT PIC X.
               88 LK-PERIOD-OPEN VALUE 'O'.
               88 LK-DATE-ROLLED VALUE 'R'.
               88 LK-ITEM-REJECTED VALUE 'J'.

      *> Tells a posting program whether a date falls in a month
      *> that month-end has closed. 'C' checks an item under the
      *> back-dating rule on the control file: the item is either
      *> rejected or re-dated to the first day of the first open
      *> month, and the reason goes to the period lock log. 'D' is
      *> used for the movement and ledger dates themselves and
      *> always re-dates, quietly, since the programs posting them
      *> have already checked and logged the run. Without a control
      *> file every month is open.
       PROCEDURE DIVISION USING LK-ACTION, LK-PROGRAM, LK-ITEM-REF,
               LK-ITEM-DATE, LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'O' TO LK-RESULT
           OPEN INPUT PERIODFILE
           IF WS-PD-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE LK-ITEM-DATE(1:6) TO WS-TRY-PERIOD
           PERFORM 1000-READ-MONTH
           IF NOT WS-MONTH-CLOSED
               CLOSE PERIODFILE
               EXIT PROGRAM
           END-IF
           MOVE WS-TRY-PERIOD TO WS-CLOSED-PERIOD
           PERFORM 1100-READ-RULE
           IF LK-CHECK-ITEM AND WS-RULE-REJECT
               MOVE 'J' TO LK-RESULT
               CLOSE PERIODFILE
               PERFORM 3000-LOG-DECISION
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM 2000-STEP-ONE-MONTH
               UNTIL NOT WS-MONTH-CLOSED OR WS-STEP-COUNT > 240
           CLOSE PERIODFILE
           MOVE WS-TRY-PERIOD TO WS-ND-PERIOD
           MOVE 01 TO WS-ND-DD
           MOVE 'R' TO LK-RESULT
           IF LK-CHECK-ITEM
               PERFORM 3000-LOG-DECISION
           END-IF
           MOVE WS-NEW-DATE TO LK-ITEM-DATE
           EXIT PROGRAM.

       1000-READ-MONTH.
           MOVE 'N' TO WS-CLOSED-SWITCH
           MOVE WS-TRY-PERIOD TO PER-PERIOD
           READ PERIODFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-CLOSED
                       MOVE 'Y' TO WS-CLOSED-SWITCH
                   END-IF
           END-READ.

       1100-READ-RULE.
           MOVE 'M' TO WS-RULE
           MOVE ZERO TO PER-PERIOD
           READ PERIODFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-RULE-REJECT
                       MOVE 'R' TO WS-RULE
                   END-IF
           END-READ.

       2000-STEP-ONE-MONTH.
           ADD 1 TO WS-STEP-COUNT
           IF WS-TRY-MM = 12
               ADD 1 TO WS-TRY-YYYY
               MOVE 1 TO WS-TRY-MM
           ELSE
               ADD 1 TO WS-TRY-MM
           END-IF
           PERFORM 1000-READ-MONTH.

       3000-LOG-DECISION.
           OPEN EXTEND PERIODLOG
           IF WS-PL-STATUS = "35"
               OPEN OUTPUT PERIODLOG
           END-IF
           IF WS-PL-STATUS NOT = "00"
               DISPLAY "PERIODLOG STATUS " WS-PL-STATUS
                   " - period decision not logged for " LK-ITEM-REF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PERIODLOGLINE
           IF LK-ITEM-REJECTED
               STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   " " LK-PROGRAM " " LK-ITEM-REF DELIMITED BY SIZE
                   " REJECTED " LK-ITEM-DATE DELIMITED BY SIZE
                   " - PERIOD " WS-CLOSED-PERIOD " CLOSED"
                   DELIMITED BY SIZE
                   INTO PERIODLOGLINE
           ELSE
               STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   " " LK-PROGRAM " " LK-ITEM-REF DELIMITED BY SIZE
                   " ROLLED " LK-ITEM-DATE " TO " WS-NEW-DATE
                   DELIMITED BY SIZE
                   " - PERIOD " WS-CLOSED-PERIOD " CLOSED"
                   DELIMITED BY SIZE
                   INTO PERIODLOGLINE
           END-IF
           WRITE PERIODLOGLINE
           CLOSE PERIODLOG.
