       01 WS-MOVE-TYPE PIC X(3).
       01 WS-HIST-PROGRAM PIC X(10) VALUE "REVERSALPS".

       01 WS-PERIOD-ACTION PIC X VALUE 'C'.
       01 WS-PERIOD-REF PIC X(12) VALUE "RUN".
       01 WS-PERIOD-DATE PIC 9(8).
       01 WS-PERIOD-RESULT PIC X.
           88 WS-ITEM-REJECTED VALUE 'J'.
           88 WS-DATE-ROLLED VALUE 'R'.

       01 WS-PROOF-ACTION PIC X.
       01 WS-PROOF-RUN-NAME PIC X(12) VALUE "REVERSALPOST".
       01 WS-PROOF-MOVEMENT PIC S9(11)V99.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0050-CHECK-POSTING-PERIOD
           MOVE 'A' TO WS-LOCK-ACTION
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-FAILED-COUNT " failed"
           GOBACK.

      *> Everything this run posts is dated today. If month-end has
      *> already closed this month the run either stops, or goes on
      *> with its movements dated into the first open month, by the
      *> rule on the period control file.
       0050-CHECK-POSTING-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERIOD-DATE
           CALL 'PeriodCheck' USING WS-PERIOD-ACTION, WS-HIST-PROGRAM,
               WS-PERIOD-REF, WS-PERIOD-DATE, WS-PERIOD-RESULT
           IF WS-ITEM-REJECTED
               DISPLAY "This month is closed - reversal run refused"
               CLOSE REVERSALFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DATE-ROLLED
               DISPLAY "This month is closed - movements dated "
                   WS-PERIOD-DATE
           END-IF.

       1000-POST-REVERSAL.
           READ REVERSALFILE
               AT END SET WSEOF TO TRUE
