            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimitationRun.
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
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT BUCKETFILE ASSIGN TO "files/AgingBuckets.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AGB-KEY
               FILE STATUS IS WS-BK-STATUS.
           SELECT STATELIMITFILE ASSIGN TO "files/StateLimitations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT LIMITFILE ASSIGN TO "files/Limitations.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LM-STATUS.
           SELECT EXPIRYRPT ASSIGN TO "files/LimitationExpiry.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD BUCKETFILE.
       COPY "AgingBucket.cpy".

       FD STATELIMITFILE.
       COPY "StateLimitation.cpy".

       FD LIMITFILE.
       COPY "LimitationStatus.cpy".

       FD EXPIRYRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HAVE-HISTORY PIC X VALUE 'N'.
           88 WS-HISTORY-FILE-OPEN VALUE 'Y'.
       01 WS-HAVE-BUCKETS PIC X VALUE 'N'.
           88 WS-BUCKET-FILE-OPEN VALUE 'Y'.
       01 WS-LIMIT-SWITCH PIC X.
           88 WS-LIMIT-ON-FILE VALUE 'Y'.
       01 WS-PRIOR-STATUS PIC X.
           88 WS-WAS-TIME-BARRED VALUE 'E'.

       01 WS-PARM-STRING PIC X(20). *> optional window in days
       01 WS-WINDOW-DAYS PIC 9(4) VALUE 90.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(8) COMP.
       01 WS-DAYS-LEFT PIC S9(6) COMP-3.

       01 WS-CUST-IDNUM PIC 9(7).
       01 WS-CUST-NAME PIC X(30).
       01 WS-CUST-BALANCE PIC S9(7)V99.
       01 WS-CUST-CHARGED-OFF PIC X.
           88 WS-ACCOUNT-CHARGED-OFF VALUE 'Y'.
       01 WS-LAST-PAYMENT PIC 9(8).
       01 WS-EARLIEST-DATE PIC 9(8).
       01 WS-PAID-FROM PIC 9(8).
       01 WS-DEEPEST PIC 9.
       01 WS-BUCKET-IDX PIC 9.
       01 WS-DELINQ-CAP PIC 9(8).

      *> Year and month arithmetic on a YYYYMMDD date. A day that
      *> falls off the end of the target month is pulled back to the
      *> 28th, so 29 February plus one year is 28 February.
       01 WS-CALC-DATE PIC 9(8).
       01 WS-CALC-SPLIT REDEFINES WS-CALC-DATE.
           02 WS-CALC-YYYY PIC 9(4).
           02 WS-CALC-MM PIC 99.
           02 WS-CALC-DD PIC 99.
       01 WS-CALC-YEARS PIC 99.
       01 WS-CALC-MONTHS PIC S9(3) COMP-3.
       01 WS-CALC-TOTAL PIC 9(6) COMP-3.
       01 WS-CALC-REM PIC 99.

      *> The state limitations table, kept by LimitationMaint. The
      *> ** row is the period for an address in no listed state.
       01 WS-DEFAULT-YEARS PIC 99 VALUE 3.
       01 WS-STATE-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-STATE-IDX PIC 9(3) COMP-3.
       01 WS-STATE-TABLE.
           02 WS-STATE-ENTRY OCCURS 60 TIMES.
               03 WS-ST-STATE PIC XX.
               03 WS-ST-YEARS PIC 99.

      *> Credit reporting stops seven years after the 180-day point
      *> of the first delinquency that led to the account's state.
       01 WS-REPORT-GRACE-DAYS PIC 9(3) VALUE 180.
       01 WS-REPORT-YEARS PIC 99 VALUE 7.

       01 WS-COMPUTED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-BARRED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-NEW-BARRED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-DUE-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-REPORT-ENDED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(7) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(46)
               VALUE "Statute of Limitations - Accounts Expiring by ".
           02 PRNWINDOWEND PIC 9(8).
           02 FILLER PIC X(6) VALUE "  run ".
           02 PRNRUNDATE PIC 9(8).
       01 COLUMNHEADS.
           02 FILLER PIC X(40)
               VALUE "IDNum    Customer                      ".
           02 FILLER PIC X(40)
               VALUE "St Yrs Last pay Ack date Expires    Days".
           02 FILLER PIC X(34)
               VALUE "          Balance  Note".
       01 EXPIRYLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNNAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTATE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNYEARS PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNLASTPAY PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNACKDATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXPIRY PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNDAYS PIC ZZZZ9-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNBALANCE PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNNOTE PIC X(20).
       01 TOTALLINE.
           02 PRNTOTALLABEL PIC X(40).
           02 PRNTOTALCOUNT PIC ZZZZZZ9.

       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-BK-STATUS PIC XX.
       01 WS-SL-STATUS PIC XX.
       01 WS-LM-STATUS PIC XX.
       01 WS-ER-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly. For every active or charged-off customer who owes
      *> money, works out when the state limitation period runs out:
      *> the period for the state of the primary mailing address,
      *> counted from the later of the last payment and the last
      *> signed acknowledgement (from the first history entry when
      *> there has been neither). Also keeps the first delinquency
      *> date and the end of the credit reporting period. The dates
      *> go to the limitations file that DunningRun, CollectionsQueue
      *> and BureauExtract consult through LimitationCheck, and the
      *> accounts expiring inside the PARM window (default 90 days),
      *> or newly expired, are listed for collections and legal.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-STRING) TO WS-WINDOW-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 0100-LOAD-STATE-TABLE
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O LIMITFILE
           IF WS-LM-STATUS = "35"
               OPEN OUTPUT LIMITFILE
               CLOSE LIMITFILE
               OPEN I-O LIMITFILE
           END-IF
           IF WS-LM-STATUS NOT = "00"
               MOVE "LIMITFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-LM-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT EXPIRYRPT
           IF WS-ER-STATUS NOT = "00"
               MOVE "EXPIRYRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-ER-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-HISTORY
           END-IF
           OPEN INPUT BUCKETFILE
           IF WS-BK-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-BUCKETS
           END-IF
           COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-WINDOW-DAYS)
           MOVE WS-CALC-DATE TO PRNWINDOWEND
           MOVE WS-TODAY-DATE TO PRNRUNDATE
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM COLUMNHEADS AFTER ADVANCING 2 LINES
           PERFORM 1000-CHECK-CUSTOMER UNTIL WSEOF
           PERFORM 3000-PRINT-TOTALS
           CLOSE CUSTOMERFILE
           CLOSE LIMITFILE
           CLOSE EXPIRYRPT
           IF WS-HISTORY-FILE-OPEN
               CLOSE HISTORYFILE
           END-IF
           IF WS-BUCKET-FILE-OPEN
               CLOSE BUCKETFILE
           END-IF
           DISPLAY "Limitation run complete - " WS-COMPUTED-COUNT
               " accounts dated, " WS-BARRED-COUNT " time-barred ("
               WS-NEW-BARRED-COUNT " newly), " WS-DUE-COUNT
               " expiring within " WS-WINDOW-DAYS " days"
           GOBACK.

       0100-LOAD-STATE-TABLE.
           OPEN INPUT STATELIMITFILE
           IF WS-SL-STATUS NOT = "00"
               DISPLAY "No state limitations table - run "
                   "LimitationMaint to create it"
               MOVE "STATELIMITFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-SL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 0110-LOAD-ONE-STATE UNTIL WSEOF
           CLOSE STATELIMITFILE
           MOVE 'N' TO WS-EOF-SWITCH.

       0110-LOAD-ONE-STATE.
           READ STATELIMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF SL-STATE = "**"
                       MOVE SL-YEARS TO WS-DEFAULT-YEARS
                   ELSE IF WS-STATE-COUNT < 60
                       ADD 1 TO WS-STATE-COUNT
                       MOVE SL-STATE TO WS-ST-STATE(WS-STATE-COUNT)
                       MOVE SL-YEARS TO WS-ST-YEARS(WS-STATE-COUNT)
                   END-IF
           END-READ.

       1000-CHECK-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER
               AND (CUST-ACTIVE OR CUST-CHARGED-OFF)
               PERFORM 1100-DATE-ONE-CUSTOMER
           END-IF.

       1100-DATE-ONE-CUSTOMER.
           MOVE IDNUM TO WS-CUST-IDNUM
           MOVE BALANCE TO WS-CUST-BALANCE
           MOVE 'N' TO WS-CUST-CHARGED-OFF
           IF CUST-CHARGED-OFF
               MOVE 'Y' TO WS-CUST-CHARGED-OFF
           END-IF
           MOVE SPACES TO WS-CUST-NAME
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO WS-CUST-NAME
           MOVE 'N' TO WS-LIMIT-SWITCH
           MOVE WS-CUST-IDNUM TO LIM-IDNUM
           READ LIMITFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LIMIT-SWITCH
           END-READ
           IF WS-CUST-BALANCE >= ZERO
               PERFORM 1200-CLEAR-PAID-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-LIMIT-ON-FILE
               INITIALIZE LIMITATIONRECORD
               MOVE WS-CUST-IDNUM TO LIM-IDNUM
               SET LIM-OPEN TO TRUE
           END-IF
           MOVE LIM-STATUS TO WS-PRIOR-STATUS
           PERFORM 2000-FIND-MAILING-STATE
           PERFORM 2100-LOOKUP-YEARS
           PERFORM 2200-SCAN-HISTORY
           PERFORM 2300-SET-EXPIRY
           PERFORM 2400-SET-FIRST-DELINQUENCY
           MOVE WS-TODAY-DATE TO LIM-COMPUTED-DATE
           IF LIM-EXPIRY-DATE <= WS-TODAY-DATE
               SET LIM-TIME-BARRED TO TRUE
               ADD 1 TO WS-BARRED-COUNT
           ELSE
               SET LIM-OPEN TO TRUE
           END-IF
           IF LIM-REPORT-END > ZERO
               AND LIM-REPORT-END <= WS-TODAY-DATE
               ADD 1 TO WS-REPORT-ENDED-COUNT
           END-IF
           IF WS-LIMIT-ON-FILE
               REWRITE LIMITATIONRECORD
                   INVALID KEY
                       DISPLAY "Limitation rewrite failed for "
                           WS-CUST-IDNUM
               END-REWRITE
           ELSE
               WRITE LIMITATIONRECORD
                   INVALID KEY
                       DISPLAY "Limitation write failed for "
                           WS-CUST-IDNUM
               END-WRITE
           END-IF
           ADD 1 TO WS-COMPUTED-COUNT
           PERFORM 2500-LIST-IF-DUE.

      *> Nothing owed: the account drops out of the limitation watch
      *> until it owes again. The dates stay on the record as they
      *> stood.
       1200-CLEAR-PAID-ACCOUNT.
           IF WS-LIMIT-ON-FILE AND NOT LIM-NO-DEBT
               SET LIM-NO-DEBT TO TRUE
               MOVE WS-TODAY-DATE TO LIM-COMPUTED-DATE
               REWRITE LIMITATIONRECORD
                   INVALID KEY
                       DISPLAY "Limitation rewrite failed for "
                           WS-CUST-IDNUM
               END-REWRITE
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.

      *> The primary mailing address decides the state. The header
      *> is read back afterwards so the sequential pass carries on
      *> from it.
       2000-FIND-MAILING-STATE.
           MOVE "**" TO LIM-STATE
           MOVE WS-CUST-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CA-STATE NOT = SPACES
                       MOVE CA-STATE TO LIM-STATE
                   END-IF
           END-READ
           MOVE WS-CUST-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

       2100-LOOKUP-YEARS.
           MOVE WS-DEFAULT-YEARS TO LIM-YEARS
           PERFORM 2110-MATCH-STATE
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT.

       2110-MATCH-STATE.
           IF WS-ST-STATE(WS-STATE-IDX) = LIM-STATE
               MOVE WS-ST-YEARS(WS-STATE-IDX) TO LIM-YEARS
           END-IF.

      *> The last payment received, and the first history entry for
      *> an account that has never paid. A payment date already on
      *> the limitations file is kept when its history line has since
      *> been archived.
       2200-SCAN-HISTORY.
           MOVE ZERO TO WS-LAST-PAYMENT
           MOVE ZERO TO WS-EARLIEST-DATE
           IF WS-HISTORY-FILE-OPEN
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               MOVE WS-CUST-IDNUM TO HIST-IDNUM
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-SEQ
               START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM 2210-CHECK-ONE-MOVEMENT UNTIL WS-HIST-EOF
           END-IF
           IF WS-LAST-PAYMENT > LIM-LAST-PAYMENT
               MOVE WS-LAST-PAYMENT TO LIM-LAST-PAYMENT
           END-IF.

       2210-CHECK-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF WS-HIST-EOF
               EXIT PARAGRAPH
           END-IF
           IF HIST-IDNUM NOT = WS-CUST-IDNUM
               SET WS-HIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-EARLIEST-DATE = ZERO
               MOVE HIST-DATE TO WS-EARLIEST-DATE
           END-IF
           IF HIST-IS-PAYMENT AND HIST-AMOUNT > ZERO
               AND HIST-DATE > WS-LAST-PAYMENT
               MOVE HIST-DATE TO WS-LAST-PAYMENT
           END-IF.

      *> The clock runs from the later of the last payment and the
      *> last signed acknowledgement.
       2300-SET-EXPIRY.
           MOVE LIM-LAST-PAYMENT TO WS-PAID-FROM
           IF WS-PAID-FROM = ZERO
               MOVE WS-EARLIEST-DATE TO WS-PAID-FROM
           END-IF
           IF WS-PAID-FROM = ZERO
               MOVE LIM-QUALIFY-DATE TO WS-PAID-FROM
           END-IF
           IF WS-PAID-FROM = ZERO
               MOVE WS-TODAY-DATE TO WS-PAID-FROM
           END-IF
           MOVE WS-PAID-FROM TO LIM-QUALIFY-DATE
           IF LIM-ACK-DATE > LIM-QUALIFY-DATE
               MOVE LIM-ACK-DATE TO LIM-QUALIFY-DATE
           END-IF
           MOVE LIM-QUALIFY-DATE TO WS-CALC-DATE
           MOVE LIM-YEARS TO WS-CALC-YEARS
           PERFORM 8000-ADD-YEARS
           MOVE WS-CALC-DATE TO LIM-EXPIRY-DATE.

      *> The first delinquency is fixed the first time the aging shows
      *> a past-due balance, back-dated by the age of the oldest
      *> bucket. The 90-day bucket is open-ended, so an account found
      *> already in it is dated no later than a month after it was
      *> last paid. An active account brought current loses the date;
      *> a charged-off account keeps it for as long as it is reported.
       2400-SET-FIRST-DELINQUENCY.
           IF NOT WS-BUCKET-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DEEPEST
           MOVE WS-CUST-IDNUM TO AGB-IDNUM
           READ BUCKETFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM 2410-CHECK-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 2 BY 1
               UNTIL WS-BUCKET-IDX > 4
           IF WS-DEEPEST = ZERO
               IF NOT WS-ACCOUNT-CHARGED-OFF
                   MOVE ZERO TO LIM-FIRST-DELINQ
                   MOVE ZERO TO LIM-REPORT-END
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LIM-FIRST-DELINQ = ZERO
               MOVE WS-TODAY-DATE TO WS-CALC-DATE
               COMPUTE WS-CALC-MONTHS = (WS-DEEPEST - 1) * -1
               PERFORM 8100-ADD-MONTHS
               MOVE WS-CALC-DATE TO LIM-FIRST-DELINQ
               IF WS-DEEPEST = 4
                   MOVE WS-PAID-FROM TO WS-CALC-DATE
                   MOVE 1 TO WS-CALC-MONTHS
                   PERFORM 8100-ADD-MONTHS
                   MOVE WS-CALC-DATE TO WS-DELINQ-CAP
                   IF WS-DELINQ-CAP < LIM-FIRST-DELINQ
                       MOVE WS-DELINQ-CAP TO LIM-FIRST-DELINQ
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LIM-FIRST-DELINQ)
               + WS-REPORT-GRACE-DAYS)
           MOVE WS-REPORT-YEARS TO WS-CALC-YEARS
           PERFORM 8000-ADD-YEARS
           MOVE WS-CALC-DATE TO LIM-REPORT-END.

       2410-CHECK-ONE-BUCKET.
           IF AGB-BUCKET(WS-BUCKET-IDX) > ZERO
               MOVE WS-BUCKET-IDX TO WS-DEEPEST
           END-IF.

       2500-LIST-IF-DUE.
           MOVE SPACES TO PRNNOTE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(LIM-EXPIRY-DATE) - WS-TODAY-INT
           IF LIM-TIME-BARRED
               IF WS-WAS-TIME-BARRED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NEW-BARRED-COUNT
               MOVE "NOW TIME-BARRED" TO PRNNOTE
           ELSE
               IF WS-DAYS-LEFT > WS-WINDOW-DAYS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DUE-COUNT
               IF WS-ACCOUNT-CHARGED-OFF
                   MOVE "CHARGED OFF" TO PRNNOTE
               END-IF
           END-IF
           MOVE WS-CUST-IDNUM TO PRNIDNUM
           MOVE WS-CUST-NAME TO PRNNAME
           MOVE LIM-STATE TO PRNSTATE
           MOVE LIM-YEARS TO PRNYEARS
           MOVE LIM-LAST-PAYMENT TO PRNLASTPAY
           MOVE LIM-ACK-DATE TO PRNACKDATE
           MOVE LIM-EXPIRY-DATE TO PRNEXPIRY
           MOVE WS-DAYS-LEFT TO PRNDAYS
           MOVE WS-CUST-BALANCE TO PRNBALANCE
           WRITE PRINTLINE FROM EXPIRYLINE.

       3000-PRINT-TOTALS.
           MOVE "Accounts dated this run ............... "
               TO PRNTOTALLABEL
           MOVE WS-COMPUTED-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 2 LINES
           MOVE "Expiring within the window ............ "
               TO PRNTOTALLABEL
           MOVE WS-DUE-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Newly time-barred ..................... "
               TO PRNTOTALLABEL
           MOVE WS-NEW-BARRED-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Time-barred in all .................... "
               TO PRNTOTALLABEL
           MOVE WS-BARRED-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Past the credit reporting period ...... "
               TO PRNTOTALLABEL
           MOVE WS-REPORT-ENDED-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Paid off since the last run ........... "
               TO PRNTOTALLABEL
           MOVE WS-CLEARED-COUNT TO PRNTOTALCOUNT
           WRITE PRINTLINE FROM TOTALLINE.

       8000-ADD-YEARS.
           ADD WS-CALC-YEARS TO WS-CALC-YYYY
           PERFORM 8200-PULL-BACK-DAY.

       8100-ADD-MONTHS.
           COMPUTE WS-CALC-TOTAL =
               (WS-CALC-YYYY * 12) + WS-CALC-MM - 1 + WS-CALC-MONTHS
           DIVIDE WS-CALC-TOTAL BY 12 GIVING WS-CALC-YYYY
               REMAINDER WS-CALC-REM
           COMPUTE WS-CALC-MM = WS-CALC-REM + 1
           PERFORM 8200-PULL-BACK-DAY.

       8200-PULL-BACK-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) NOT = ZERO
               AND WS-CALC-DD > 28
               MOVE 28 TO WS-CALC-DD
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
