            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CurrencyReport.
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
           SELECT CTRFILE ASSIGN TO "files/CurrencyTransactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT CTRRPT ASSIGN TO "files/CurrencyReport.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASHRECEIPTS.
       COPY "CashReceipt.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD CTRFILE.
       01 CTRRECORD.
           02 CTR-BUSINESS-DATE PIC 9(8).
           02 CTR-IDNUM PIC 9(7).
           02 CTR-LAST-NAME PIC X(25).
           02 CTR-FIRST-NAME PIC X(25).
           02 CTR-SSN PIC 9(9).
           02 CTR-DOB PIC 9(8).
           02 CTR-STREET PIC X(25).
           02 CTR-CITY PIC X(15).
           02 CTR-STATE PIC XX.
           02 CTR-ZIP PIC X(10).
           02 CTR-CASH-TOTAL PIC 9(9)V99.
           02 CTR-RECEIPT-COUNT PIC 9(3).
           02 CTR-RECEIPT-NO PIC 9(7) OCCURS 20 TIMES.

       FD CTRRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM "YYYYMMDD"
       01 WS-RPT-DATE PIC 9(8).
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-CTR-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-CUR-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-CUR-TOTAL PIC 9(9)V99 COMP-3.
       01 WS-CUR-COUNT PIC 9(3) COMP-3.
       01 WS-RCPT-IDX PIC 9(3) COMP-3.
       01 WS-RCPT-TABLE.
           02 WS-RCPT-ENTRY OCCURS 50 TIMES.
               03 WS-RT-RECEIPT PIC 9(7).
               03 WS-RT-AMOUNT PIC 9(7)V99.
               03 WS-RT-TIME PIC 9(6).
               03 WS-RT-TELLER PIC X(8).

       01 WS-RECEIPT-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-CASH-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.
       01 WS-CTR-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CTR-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(40)
               VALUE "Currency transaction report for cash on ".
           02 PRNRPTDATE PIC 9(8).
       01 SUBHEADING PIC X(60) VALUE
           "Customers whose cash received in the day exceeded $10,000".
       01 CUSTLINE.
           02 FILLER PIC X(10) VALUE "Customer  ".
           02 PRNCUSTID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCUSTNAME PIC X(51).
       01 IDENTLINE.
           02 FILLER PIC X(10) VALUE "  SSN     ".
           02 PRNSSN PIC X(11).
           02 FILLER PIC X(8) VALUE "   DOB  ".
           02 PRNDOB PIC 99/99/9999.
       01 ADDRESSLINE.
           02 FILLER PIC X(10) VALUE "  Address ".
           02 PRNSTREET PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCITY PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTATE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNZIP PIC X(10).
       01 RECEIPTLINE.
           02 FILLER PIC X(12) VALUE "    Receipt ".
           02 PRNRECEIPT PIC 9(7).
           02 FILLER PIC X(4) VALUE " at ".
           02 PRNTIME PIC 9(6).
           02 FILLER PIC X(8) VALUE " teller ".
           02 PRNTELLER PIC X(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNAMOUNT PIC $$,$$$,$$9.99.
       01 CUSTTOTALLINE.
           02 FILLER PIC X(22) VALUE "  Cash for the day    ".
           02 PRNRCPTCOUNT PIC ZZ9.
           02 FILLER PIC X(12) VALUE " receipts   ".
           02 PRNCUSTTOTAL PIC $$$,$$$,$$9.99.
       01 FOOTINGLINE.
           02 FILLER PIC X(28) VALUE "Currency transaction reports".
           02 PRNCTRCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(12) VALUE "  cash of   ".
           02 PRNCTRTOTAL PIC $$$,$$$,$$$,$$9.99.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "CurrencyReport".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-CR-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-CT-STATUS PIC XX.
       01 WS-RP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Cash receipts are kept by customer and business day, so one
      *> customer's receipts for the day come together however many
      *> tellers and shifts took them. A day's cash over $10,000
      *> gives a currency transaction record carrying the customer's
      *> identity and the receipts involved, for the filing, and a
      *> printed copy for the compliance file.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-PARM-STRING(1:8) IS NUMERIC
               MOVE WS-PARM-STRING(1:8) TO WS-RPT-DATE
           ELSE
               MOVE WS-CD-DATE TO WS-RPT-DATE
           END-IF
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
           OPEN OUTPUT CTRFILE
           IF WS-CT-STATUS NOT = "00"
               MOVE "CTRFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT CTRRPT
           IF WS-RP-STATUS NOT = "00"
               MOVE "CTRRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-RPT-DATE TO PRNRPTDATE
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM SUBHEADING
           PERFORM 1000-READ-ONE-RECEIPT UNTIL WSEOF
           IF WS-CUR-IDNUM NOT = ZERO
               PERFORM 2000-CLOSE-CUSTOMER
           END-IF
           MOVE WS-CTR-COUNT TO PRNCTRCOUNT
           MOVE WS-CTR-TOTAL TO PRNCTRTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           CLOSE CASHRECEIPTS
           CLOSE CUSTOMERFILE
           CLOSE CTRFILE
           CLOSE CTRRPT
           DISPLAY "Currency transaction report for " WS-RPT-DATE
               " - " WS-RECEIPT-COUNT " cash receipts for "
               WS-CASH-TOTAL ", " WS-CTR-COUNT " customers over the threshold"
           GOBACK.

       1000-READ-ONE-RECEIPT.
           READ CASHRECEIPTS
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR CR-DATE NOT = WS-RPT-DATE
               EXIT PARAGRAPH
           END-IF
           IF CR-IDNUM NOT = WS-CUR-IDNUM
               IF WS-CUR-IDNUM NOT = ZERO
                   PERFORM 2000-CLOSE-CUSTOMER
               END-IF
               MOVE CR-IDNUM TO WS-CUR-IDNUM
               MOVE ZERO TO WS-CUR-TOTAL
               MOVE ZERO TO WS-CUR-COUNT
           END-IF
           ADD 1 TO WS-RECEIPT-COUNT
           ADD CR-AMOUNT TO WS-CASH-TOTAL
           ADD CR-AMOUNT TO WS-CUR-TOTAL
           IF WS-CUR-COUNT < 50
               ADD 1 TO WS-CUR-COUNT
               MOVE CR-RECEIPT TO WS-RT-RECEIPT(WS-CUR-COUNT)
               MOVE CR-AMOUNT TO WS-RT-AMOUNT(WS-CUR-COUNT)
               MOVE CR-TIME TO WS-RT-TIME(WS-CUR-COUNT)
               MOVE CR-TELLER TO WS-RT-TELLER(WS-CUR-COUNT)
           END-IF.

       2000-CLOSE-CUSTOMER.
           IF WS-CUR-TOTAL > WS-CTR-THRESHOLD
               PERFORM 2100-FILE-CURRENCY-REPORT
           END-IF.

       2100-FILE-CURRENCY-REPORT.
           ADD 1 TO WS-CTR-COUNT
           ADD WS-CUR-TOTAL TO WS-CTR-TOTAL
           INITIALIZE CTRRECORD
           MOVE WS-RPT-DATE TO CTR-BUSINESS-DATE
           MOVE WS-CUR-IDNUM TO CTR-IDNUM
           MOVE WS-CUR-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO CTR-LAST-NAME
               NOT INVALID KEY
                   MOVE LASTNAME TO CTR-LAST-NAME
                   MOVE FIRSTNAME TO CTR-FIRST-NAME
                   PERFORM 2105-REVEAL-SSN
                   MOVE WS-GUARD-SSN-OUT TO CTR-SSN
                   MOVE CUST-DOB TO CTR-DOB
           END-READ
           MOVE WS-CUR-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CA-STREET TO CTR-STREET
                   MOVE CA-CITY TO CTR-CITY
                   MOVE CA-STATE TO CTR-STATE
                   MOVE CA-ZIP TO CTR-ZIP
           END-READ
           MOVE WS-CUR-TOTAL TO CTR-CASH-TOTAL
           MOVE WS-CUR-COUNT TO CTR-RECEIPT-COUNT
           PERFORM 2110-NOTE-RECEIPT-NUMBER
               VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-CUR-COUNT OR WS-RCPT-IDX > 20
           WRITE CTRRECORD
           MOVE WS-CUR-IDNUM TO PRNCUSTID
           MOVE SPACES TO PRNCUSTNAME
           STRING FUNCTION TRIM(CTR-FIRST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CTR-LAST-NAME) DELIMITED BY SIZE
               INTO PRNCUSTNAME
           WRITE PRINTLINE FROM CUSTLINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRNSSN
           STRING "***-**-" DELIMITED BY SIZE
               CTR-SSN(6:4) DELIMITED BY SIZE
               INTO PRNSSN
           MOVE CTR-DOB TO PRNDOB
           WRITE PRINTLINE FROM IDENTLINE
           MOVE CTR-STREET TO PRNSTREET
           MOVE CTR-CITY TO PRNCITY
           MOVE CTR-STATE TO PRNSTATE
           MOVE CTR-ZIP TO PRNZIP
           WRITE PRINTLINE FROM ADDRESSLINE
           PERFORM 2120-PRINT-ONE-RECEIPT
               VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-CUR-COUNT
           MOVE WS-CUR-COUNT TO PRNRCPTCOUNT
           MOVE WS-CUR-TOTAL TO PRNCUSTTOTAL
           WRITE PRINTLINE FROM CUSTTOTALLINE.

      *> The CTR filing carries the full SSN; the printed copy
      *> shows only the last four.
       2105-REVEAL-SSN.
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

       2110-NOTE-RECEIPT-NUMBER.
           MOVE WS-RT-RECEIPT(WS-RCPT-IDX)
               TO CTR-RECEIPT-NO(WS-RCPT-IDX).

       2120-PRINT-ONE-RECEIPT.
           MOVE WS-RT-RECEIPT(WS-RCPT-IDX) TO PRNRECEIPT
           MOVE WS-RT-TIME(WS-RCPT-IDX) TO PRNTIME
           MOVE WS-RT-TELLER(WS-RCPT-IDX) TO PRNTELLER
           MOVE WS-RT-AMOUNT(WS-RCPT-IDX) TO PRNAMOUNT
           WRITE PRINTLINE FROM RECEIPTLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
