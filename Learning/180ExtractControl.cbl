            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtractControl.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AS-OF-DATE.
           02 WS-AO-YYYY PIC 9(4).
           02 WS-AO-MM PIC 99.
           02 WS-AO-DD PIC 99.
       01 WS-AS-OF-TIME.
           02 WS-AO-HH PIC 99.
           02 WS-AO-MIN PIC 99.
           02 WS-AO-SEC PIC 99.
       01 WS-PRN-COUNT PIC ZZZZZZ9.
       01 WS-PRN-LOAD-COUNT PIC ZZZZZZ9.
       01 WS-PRN-BALANCE PIC $$$,$$$,$$$,$$9.99-.

       LINKAGE SECTION.
       COPY "MasterExtract.cpy".
       01 LK-READ-COUNT PIC 9(7).
       01 LK-READ-BALANCE PIC S9(11)V99.
       01 LK-CONTROL-LINE PIC X(100).
       01 LK-CHECK-LINE PIC X(100).
       01 LK-CHECK-RESULT PIC X.
           88 LK-EXTRACT-AGREES VALUE 'Y'.
           88 LK-EXTRACT-DIFFERS VALUE 'N'.

      *> Checks what a report actually read from the master extract
      *> against the extract's control record, and builds the two
      *> control lines every report run from the extract prints: the
      *> as-of time and totals of the extract itself, then either the
      *> load-count reconciliation carried over from the extract step
      *> or the mismatch between the control record and the detail.
       PROCEDURE DIVISION USING MASTEREXTRACTREC, LK-READ-COUNT,
           LK-READ-BALANCE, LK-CONTROL-LINE, LK-CHECK-LINE,
           LK-CHECK-RESULT.
       0000-MAIN-PARA.
           MOVE MXC-AS-OF-DATE TO WS-AS-OF-DATE
           MOVE MXC-AS-OF-TIME TO WS-AS-OF-TIME
           MOVE MXC-CUSTOMER-COUNT TO WS-PRN-COUNT
           MOVE MXC-BALANCE-TOTAL TO WS-PRN-BALANCE
           MOVE SPACES TO LK-CONTROL-LINE
           STRING "Master extract as of " DELIMITED BY SIZE
               WS-AO-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AO-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AO-DD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AO-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AO-MIN DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AO-SEC DELIMITED BY SIZE
               "  customers " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRN-COUNT) DELIMITED BY SIZE
               "  balance total " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRN-BALANCE) DELIMITED BY SIZE
               INTO LK-CONTROL-LINE
           MOVE SPACES TO LK-CHECK-LINE
           IF LK-READ-COUNT = MXC-CUSTOMER-COUNT
               AND LK-READ-BALANCE = MXC-BALANCE-TOTAL
               SET LK-EXTRACT-AGREES TO TRUE
               PERFORM 1000-DESCRIBE-LOAD-CHECK
           ELSE
               SET LK-EXTRACT-DIFFERS TO TRUE
               MOVE LK-READ-COUNT TO WS-PRN-COUNT
               MOVE LK-READ-BALANCE TO WS-PRN-BALANCE
               STRING "EXTRACT CONTROL MISMATCH - read "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRN-COUNT) DELIMITED BY SIZE
                   " customers, balance total " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRN-BALANCE) DELIMITED BY SIZE
                   INTO LK-CHECK-LINE
           END-IF
           EXIT PROGRAM.

       1000-DESCRIBE-LOAD-CHECK.
           MOVE MXC-LOAD-COUNT TO WS-PRN-LOAD-COUNT
           IF MXC-LOAD-AGREES
               STRING "Extract totals verified - agree with "
                   DELIMITED BY SIZE
                   "CustomerControl.dat count " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRN-LOAD-COUNT) DELIMITED BY SIZE
                   INTO LK-CHECK-LINE
           ELSE IF MXC-LOAD-DIFFERS
               STRING "Extract totals verified - COUNT MISMATCH "
                   DELIMITED BY SIZE
                   "with CustomerControl.dat count " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRN-LOAD-COUNT) DELIMITED BY SIZE
                   INTO LK-CHECK-LINE
           ELSE
               MOVE "Extract totals verified - no CustomerControl.dat"
                   TO LK-CHECK-LINE
           END-IF.
