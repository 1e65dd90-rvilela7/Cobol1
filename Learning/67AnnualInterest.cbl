               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
           02 EXT-SSN PIC 9(9).
           02 EXT-YEAR PIC 9(4).
           02 EXT-INTEREST PIC 9(9)V99.
           02 EXT-DEP-INTEREST PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-LETTER-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOTAL-INTEREST PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-ABS-INTEREST PIC 9(9)V99.
       01 WS-CUSTOMER-DEP-INTEREST PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-DEP-INTEREST PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-ABS-DEP-INTEREST PIC 9(9)V99.
       01 WS-AMOUNT-EDIT PIC $$,$$$,$$9.99.

       01 LETTERNAMELINE PIC X(60).

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "AnnualInterest".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-HF-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-LT-STATUS PIC XX.
           CLOSE EXTRACTFILE
           DISPLAY "Annual interest summary for " WS-REPORT-YEAR
               " complete - " WS-LETTER-COUNT " customers, total "
               WS-TOTAL-INTEREST ", deposit interest paid "
               WS-TOTAL-DEP-INTEREST
           GOBACK.

      *> Interest given back under the servicemember rate cap is
      *> netted against the interest charged in the year it posts.
      *> Interest paid on a security deposit, whether added to the
      *> deposit or credited to the account, is income to the
      *> customer and is summarised separately.
       1000-TOTAL-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
                   END-IF
                   MOVE HIST-IDNUM TO WS-CURRENT-IDNUM
                   MOVE ZERO TO WS-CUSTOMER-INTEREST
                   MOVE ZERO TO WS-CUSTOMER-DEP-INTEREST
               END-IF
               MOVE HIST-DATE(1:4) TO WS-HIST-YEAR
               IF (HIST-IS-INTEREST OR HIST-IS-SCRA-CREDIT)
                   AND WS-HIST-YEAR = WS-REPORT-YEAR
                   ADD HIST-AMOUNT TO WS-CUSTOMER-INTEREST
               END-IF
               IF HIST-IS-DEP-INTEREST
                   AND WS-HIST-YEAR = WS-REPORT-YEAR
                   ADD HIST-AMOUNT TO WS-CUSTOMER-DEP-INTEREST
               END-IF
           END-IF.

       2000-EMIT-CUSTOMER-SUMMARY.
           IF WS-CUSTOMER-INTEREST NOT = ZERO
               OR WS-CUSTOMER-DEP-INTEREST NOT = ZERO
               ADD 1 TO WS-LETTER-COUNT
               ADD WS-CUSTOMER-INTEREST TO WS-TOTAL-INTEREST
               ADD WS-CUSTOMER-DEP-INTEREST TO WS-TOTAL-DEP-INTEREST
               COMPUTE WS-ABS-INTEREST =
                   FUNCTION ABS(WS-CUSTOMER-INTEREST)
               COMPUTE WS-ABS-DEP-INTEREST =
                   FUNCTION ABS(WS-CUSTOMER-DEP-INTEREST)
               PERFORM 2100-WRITE-LETTER
               PERFORM 2200-WRITE-EXTRACT
           END-IF.
               AFTER ADVANCING PAGE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-CUSTOMER-INTEREST NOT = ZERO
               MOVE SPACES TO PRINTLINE
               MOVE WS-ABS-INTEREST TO WS-AMOUNT-EDIT
               STRING "Interest charged to customer " DELIMITED BY SIZE
                   WS-CURRENT-IDNUM DELIMITED BY SIZE
                   " during " DELIMITED BY SIZE
                   WS-REPORT-YEAR DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO PRINTLINE
               WRITE PRINTLINE
           END-IF
           IF WS-CUSTOMER-DEP-INTEREST NOT = ZERO
               MOVE SPACES TO PRINTLINE
               MOVE WS-ABS-DEP-INTEREST TO WS-AMOUNT-EDIT
               STRING "Interest paid on your security deposit during "
                   DELIMITED BY SIZE
                   WS-REPORT-YEAR DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO PRINTLINE
               WRITE PRINTLINE
           END-IF
           MOVE "Keep this notice with your records for tax reporting."
               TO PRINTLINE
           WRITE PRINTLINE.
       2200-WRITE-EXTRACT.
           MOVE WS-CURRENT-IDNUM TO EXT-IDNUM
           IF IDNUM = WS-CURRENT-IDNUM
               PERFORM 2210-REVEAL-SSN
               MOVE WS-GUARD-SSN-OUT TO EXT-SSN
           ELSE
               MOVE ZERO TO EXT-SSN
           END-IF
           MOVE WS-REPORT-YEAR TO EXT-YEAR
           MOVE WS-ABS-INTEREST TO EXT-INTEREST
           MOVE WS-ABS-DEP-INTEREST TO EXT-DEP-INTEREST
           WRITE EXTRACTRECORD.

      *> The 1099-INT extract carries the full SSN for the filing.
       2210-REVEAL-SSN.
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

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
