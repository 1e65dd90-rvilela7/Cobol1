            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashPattern.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHRECEIPTS ASSIGN TO "files/CashReceipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CR-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT PATTERNRPT ASSIGN TO "files/CashPattern.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASHRECEIPTS.
       COPY "CashReceipt.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD PATTERNRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMMDD"
       01 WS-WEEK-END-DATE PIC 9(8).
       01 WS-WEEK-END-INT PIC 9(8) COMP-3.
       01 WS-WEEK-START-INT PIC 9(8) COMP-3.
       01 WS-WEEK-START-DATE PIC 9(8).
       01 WS-RECEIPT-INT PIC 9(8) COMP-3.
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-CTR-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-NEAR-FLOOR PIC 9(7)V99 VALUE 8000.00.

       01 WS-CUR-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-TOTAL PIC 9(9)V99 COMP-3.
       01 WS-WEEK-TOTAL PIC 9(9)V99 COMP-3.
       01 WS-NEAR-DAYS PIC 9 COMP-3.
       01 WS-RUN-DAYS PIC 9 COMP-3.
       01 WS-LONGEST-RUN PIC 9 COMP-3.
       01 WS-DAY-INT PIC 9(8) COMP-3.
       01 WS-PREV-NEAR-INT PIC 9(8) COMP-3.

       01 WS-CUSTOMER-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ALERT-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(38)
               VALUE "Cash just under the reporting limit, ".
           02 PRNWEEKSTART PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 PRNWEEKEND PIC 9(8).
       01 SUBHEADING.
           02 FILLER PIC X(42)
               VALUE "Two or more consecutive days with cash of ".
           02 FILLER PIC X(44)
               VALUE "$8,000 up to $10,000 - for compliance review".
       01 HEADS.
           02 FILLER PIC X(55)
               VALUE "Customer Name".
           02 FILLER PIC X(40)
               VALUE "Near days  Consecutive       Week cash".
       01 ALERTLINE.
           02 PRNCUSTID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCUSTNAME PIC X(41).
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNNEARDAYS PIC Z9.
           02 FILLER PIC X(11) VALUE SPACE.
           02 PRNRUNDAYS PIC Z9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNWEEKTOTAL PIC $$$,$$$,$$9.99.
       01 FOOTINGLINE.
           02 FILLER PIC X(20) VALUE "Customers flagged: ".
           02 PRNALERTCOUNT PIC ZZ,ZZ9.

       01 WS-CR-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-RP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Cash kept just under the reporting limit day after day is
      *> the pattern compliance must look at. Over the seven days
      *> ending on the run date, a customer whose cash for a day
      *> came to between $8,000 and $10,000 on two or more
      *> consecutive days is listed for review. Days over $10,000
      *> are already reported by CurrencyReport.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-PARM-STRING(1:8) IS NUMERIC
               MOVE WS-PARM-STRING(1:8) TO WS-WEEK-END-DATE
           ELSE
               MOVE WS-CD-DATE TO WS-WEEK-END-DATE
           END-IF
           COMPUTE WS-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE)
           COMPUTE WS-WEEK-START-INT = WS-WEEK-END-INT - 6
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
           OPEN INPUT CASHRECEIPTS
           IF WS-CR-STATUS NOT = "00"
               DISPLAY "No cash receipts on record - status "
                   WS-CR-STATUS
               GOBACK
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT PATTERNRPT
           IF WS-RP-STATUS NOT = "00"
               MOVE "PATTERNRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-WEEK-START-DATE TO PRNWEEKSTART
           MOVE WS-WEEK-END-DATE TO PRNWEEKEND
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM SUBHEADING
           WRITE PRINTLINE FROM HEADS AFTER ADVANCING 2 LINES
           PERFORM 1000-READ-ONE-RECEIPT UNTIL WSEOF
           IF WS-CUR-IDNUM NOT = ZERO
               PERFORM 2100-CLOSE-CUSTOMER
           END-IF
           MOVE WS-ALERT-COUNT TO PRNALERTCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           CLOSE CASHRECEIPTS
           CLOSE CUSTOMERFILE
           CLOSE PATTERNRPT
           DISPLAY "Cash pattern review " WS-WEEK-START-DATE " to "
               WS-WEEK-END-DATE " - " WS-CUSTOMER-COUNT
               " customers paid cash, " WS-ALERT-COUNT " flagged"
           GOBACK.

       1000-READ-ONE-RECEIPT.
           READ CASHRECEIPTS
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RECEIPT-INT = FUNCTION INTEGER-OF-DATE(CR-DATE)
           IF WS-RECEIPT-INT < WS-WEEK-START-INT
               OR WS-RECEIPT-INT > WS-WEEK-END-INT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CR-IDNUM NOT = WS-CUR-IDNUM
                   IF WS-CUR-IDNUM NOT = ZERO
                       PERFORM 2100-CLOSE-CUSTOMER
                   END-IF
                   PERFORM 1100-START-CUSTOMER
               WHEN CR-DATE NOT = WS-DAY-DATE
                   PERFORM 2000-CLOSE-DAY
                   MOVE CR-DATE TO WS-DAY-DATE
                   MOVE ZERO TO WS-DAY-TOTAL
           END-EVALUATE
           ADD CR-AMOUNT TO WS-DAY-TOTAL
           ADD CR-AMOUNT TO WS-WEEK-TOTAL.

       1100-START-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE CR-IDNUM TO WS-CUR-IDNUM
           MOVE CR-DATE TO WS-DAY-DATE
           MOVE ZERO TO WS-DAY-TOTAL
           MOVE ZERO TO WS-WEEK-TOTAL
           MOVE ZERO TO WS-NEAR-DAYS
           MOVE ZERO TO WS-RUN-DAYS
           MOVE ZERO TO WS-LONGEST-RUN
           MOVE ZERO TO WS-PREV-NEAR-INT.

      *> Receipts come in date order within a customer, so a near
      *> day following the previous near day by exactly one day
      *> extends the run.
       2000-CLOSE-DAY.
           IF WS-DAY-TOTAL < WS-NEAR-FLOOR
               OR WS-DAY-TOTAL > WS-CTR-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEAR-DAYS
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
           IF WS-PREV-NEAR-INT NOT = ZERO
               AND WS-DAY-INT = WS-PREV-NEAR-INT + 1
               ADD 1 TO WS-RUN-DAYS
           ELSE
               MOVE 1 TO WS-RUN-DAYS
           END-IF
           MOVE WS-DAY-INT TO WS-PREV-NEAR-INT
           IF WS-RUN-DAYS > WS-LONGEST-RUN
               MOVE WS-RUN-DAYS TO WS-LONGEST-RUN
           END-IF.

       2100-CLOSE-CUSTOMER.
           PERFORM 2000-CLOSE-DAY
           IF WS-LONGEST-RUN < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO ALERTLINE
           MOVE WS-CUR-IDNUM TO PRNCUSTID
           MOVE WS-CUR-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO PRNCUSTNAME
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                       INTO PRNCUSTNAME
           END-READ
           MOVE WS-NEAR-DAYS TO PRNNEARDAYS
           MOVE WS-LONGEST-RUN TO PRNRUNDAYS
           MOVE WS-WEEK-TOTAL TO PRNWEEKTOTAL
           WRITE PRINTLINE FROM ALERTLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
