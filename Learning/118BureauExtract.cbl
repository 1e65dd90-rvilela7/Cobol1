               03 WS-ST-BALANCE PIC S9(11)V99 COMP-3.
       01 WS-STATUS-IDX PIC 9 COMP-3.
       01 WS-EXTRACT-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-STAY-SKIP-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "BUREAUEXT ".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-AGED-OUT-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-LIMIT-ACTION PIC X VALUE 'R'.
       01 WS-LIMIT-SWITCH PIC X.
           88 WS-REPORTING-ENDED VALUE 'Y'.

       01 PAGEHEADING.
           02 FILLER PIC X(34)
           02 FILLER PIC XX VALUE SPACE.
           02 PRNBALANCE PIC $$$,$$$,$$$,$$9.99-.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "BureauExtract".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-BK-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
           PERFORM 0200-UPDATE-POSTING-CONTROL
           DISPLAY "Bureau extract cut - " WS-EXTRACT-COUNT
               " accounts reported for period " WS-CURRENT-PERIOD
               ", " WS-STAY-SKIP-COUNT " withheld under bankruptcy "
               "stay, " WS-AGED-OUT-COUNT " past the reporting period"
           GOBACK.

       0100-CHECK-POSTING-CONTROL.

      *> Reportable accounts are active customers and charged-off
      *> accounts; open disputed amounts are held back from the
      *> reported balance while the dispute stands. Nothing is
      *> reported on an account while a bankruptcy automatic stay is
      *> in force, nor once the reporting period counted from its
      *> first delinquency has run out.
       1000-EXTRACT-ONE-CUSTOMER.
           READ CUSTOMERFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER
               AND (CUST-ACTIVE OR CUST-CHARGED-OFF)
               CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
                   WS-STAY-SWITCH
               MOVE 'N' TO WS-LIMIT-SWITCH
               IF NOT WS-STAYED
                   CALL 'LimitationCheck' USING WS-LIMIT-ACTION, IDNUM,
                       WS-STAY-PROGRAM, WS-LIMIT-SWITCH
               END-IF
               IF WS-STAYED
                   ADD 1 TO WS-STAY-SKIP-COUNT
               ELSE IF WS-REPORTING-ENDED
                   ADD 1 TO WS-AGED-OUT-COUNT
               ELSE
                   PERFORM 2000-BUILD-ONE-ENTRY
               END-IF
           END-IF.

       2000-BUILD-ONE-ENTRY.
           MOVE IDNUM TO BXT-IDNUM
           MOVE FIRSTNAME TO BXT-FIRSTNAME
           MOVE LASTNAME TO BXT-LASTNAME
           PERFORM 2010-REVEAL-SSN
           MOVE WS-GUARD-SSN-OUT TO BXT-SSN
           MOVE WS-REPORT-BALANCE TO BXT-BALANCE
           MOVE WS-STATUS-CODE TO BXT-STATUS
           WRITE EXTRACTRECORD
           ADD 1 TO WS-EXTRACT-COUNT
           PERFORM 2300-ADD-TO-SUMMARY.

      *> The bureau matches on the full SSN, so the protected value
      *> on the master is revealed for the file.
       2010-REVEAL-SSN.
           MOVE 'R' TO WS-GUARD-ACTION
           MOVE IDNUM TO WS-GUARD-IDNUM
           MOVE CUST-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

       2100-TOTAL-OPEN-DISPUTES.
           MOVE ZERO TO WS-DISPUTED-TOTAL
           IF WS-DISPUTE-FILE-OPEN
