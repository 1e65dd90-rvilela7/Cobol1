            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CurrencyMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEFILE ASSIGN TO "files/ExchangeRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATEFILE.
       COPY "ExchangeRate.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-XR-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-ENTER VALUE 'E'.
           88 WS-CUSTOMER VALUE 'C'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-ENTRY-CURRENCY PIC X(3).
           88 WS-ENTRY-HOME VALUE SPACES 'USD'.
       01 WS-ENTRY-DATE PIC X(8).
       01 WS-ENTRY-RATE PIC X(10).
       01 WS-ENTRY-IDNUM PIC 9(7).
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-RATE-EDIT PIC ZZ9.999999.
       01 WS-TODAY PIC 9(8).

       01 WS-LOOKUP-RATE PIC 9(3)V9(6).
       01 WS-LOOKUP-RESULT PIC X.
           88 WS-LOOKUP-FOUND VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-OLD-CURRENCY PIC X(3).

       01 WS-JRN-PROGRAM PIC X(10) VALUE "CURRMAINT".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

      *> Keeps the daily exchange-rate table and the billing currency
      *> of commercial customers. A rate is home-currency units per
      *> foreign unit and stands from its date until a later one is
      *> entered; a second entry for the same day replaces the first.
      *> A customer with no 'X' record bills in the home currency.
      *> The billing currency can only be changed while the account
      *> has no balance, so one account never mixes currencies.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Admin sign-on required - CurrencyMaint ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist rates, E)nter a rate, C)ustomer billing "
               "currency or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-RATES
           ELSE IF WS-ENTER
               PERFORM 3000-ENTER-RATE
           ELSE IF WS-CUSTOMER
               PERFORM 4000-SET-CUSTOMER-CURRENCY
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, E, C or Q"
           END-IF.

       2000-LIST-RATES.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RATEFILE
           IF WS-XR-STATUS NOT = "00"
               DISPLAY "No exchange rates on file"
           ELSE
               PERFORM 2010-LIST-ONE-RATE UNTIL WSEOF
               CLOSE RATEFILE
               DISPLAY WS-LIST-COUNT " rates on file"
           END-IF.

       2010-LIST-ONE-RATE.
           READ RATEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE XR-RATE TO WS-RATE-EDIT
                   DISPLAY XR-CURRENCY " " XR-RATE-DATE " "
                       WS-RATE-EDIT " entered by " XR-UPDATED-BY
                       " on " XR-UPDATED-DATE
           END-READ.

       3000-ENTER-RATE.
           DISPLAY "Currency code " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CURRENCY)
               TO WS-ENTRY-CURRENCY
           IF WS-ENTRY-HOME
               DISPLAY "The home currency is always 1 - no rate kept"
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-CURRENCY IS NOT ALPHABETIC-UPPER
               DISPLAY "Currency code must be three letters"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rate date YYYYMMDD (blank for today) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           EVALUATE TRUE
               WHEN WS-ENTRY-DATE = SPACES
                   MOVE WS-TODAY TO XR-RATE-DATE
               WHEN WS-ENTRY-DATE IS NUMERIC
                   MOVE WS-ENTRY-DATE TO XR-RATE-DATE
               WHEN OTHER
                   DISPLAY "Rate date must be YYYYMMDD - no change"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Home units per " WS-ENTRY-CURRENCY " "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-RATE
           MOVE FUNCTION NUMVAL(WS-ENTRY-RATE) TO XR-RATE
           IF XR-RATE = ZERO
               DISPLAY "Rate must be greater than zero - no change"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-CURRENCY TO XR-CURRENCY
           MOVE WS-OPERATOR-ID TO XR-UPDATED-BY
           MOVE WS-TODAY TO XR-UPDATED-DATE
           OPEN EXTEND RATEFILE
           IF WS-XR-STATUS = "35"
               OPEN OUTPUT RATEFILE
           END-IF
           WRITE EXCHANGERATERECORD
           CLOSE RATEFILE
           MOVE XR-RATE TO WS-RATE-EDIT
           DISPLAY WS-ENTRY-CURRENCY " rate " WS-RATE-EDIT
               " from " XR-RATE-DATE " entered".

       4000-SET-CUSTOMER-CURRENCY.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-ENTRY-IDNUM
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               DISPLAY "Customer file not available - status "
                   WS-CF-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-CHANGE-CURRENCY
           CLOSE CUSTOMERFILE.

       4100-CHANGE-CURRENCY.
           MOVE WS-ENTRY-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " WS-ENTRY-IDNUM " not found"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CUST-CLASS-COMMERCIAL
               DISPLAY "Only commercial customers bill in a foreign "
                   "currency"
               EXIT PARAGRAPH
           END-IF
           IF BALANCE NOT = ZERO
               DISPLAY "Customer " WS-ENTRY-IDNUM " has a balance - "
                   "currency can only change on a settled account"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-READ-CURRENCY-RECORD
           DISPLAY "Billing currency now " WS-OLD-CURRENCY
               " - new code (USD for home) " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CURRENCY)
               TO WS-ENTRY-CURRENCY
           IF WS-ENTRY-HOME
               PERFORM 4200-CLEAR-CURRENCY
               EXIT PARAGRAPH
           END-IF
           CALL 'FxRate' USING WS-ENTRY-CURRENCY, WS-TODAY,
               WS-LOOKUP-RATE, WS-LOOKUP-RESULT
           IF NOT WS-LOOKUP-FOUND
               DISPLAY "No exchange rate on file for "
                   WS-ENTRY-CURRENCY " - enter one first"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4300-SAVE-CURRENCY.

       4200-CLEAR-CURRENCY.
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer already bills in the home currency"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           DELETE CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Currency delete failed - status "
                       WS-CF-STATUS
               NOT INVALID KEY
                   MOVE 'D' TO WS-JRN-ACTION
                   MOVE SPACES TO WS-JRN-AFTER
                   CALL 'JournalWrite' USING WS-JRN-PROGRAM,
                       WS-JRN-ACTION, WS-JRN-BEFORE, WS-JRN-AFTER
                   DISPLAY "Customer " WS-ENTRY-IDNUM
                       " now bills in the home currency"
           END-DELETE.

       4300-SAVE-CURRENCY.
           IF WS-RECORD-FOUND
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           END-IF
           MOVE SPACES TO CUSTOMER-CURRENCY-REC
           MOVE WS-ENTRY-IDNUM TO CX-IDNUM
           MOVE 'X' TO CX-REC-TYPE
           MOVE ZERO TO CX-SEQ
           MOVE WS-ENTRY-CURRENCY TO CX-CURRENCY
           MOVE WS-TODAY TO CX-SET-DATE
           MOVE WS-OPERATOR-ID TO CX-SET-BY
           IF WS-RECORD-FOUND
               REWRITE CUSTOMER-CURRENCY-REC
                   INVALID KEY
                       DISPLAY "Currency rewrite failed - status "
                           WS-CF-STATUS
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
               END-REWRITE
           ELSE
               WRITE CUSTOMER-CURRENCY-REC
                   INVALID KEY
                       DISPLAY "Currency write failed - status "
                           WS-CF-STATUS
                   NOT INVALID KEY
                       PERFORM 9510-JOURNAL-WRITE
               END-WRITE
           END-IF
           DISPLAY "Customer " WS-ENTRY-IDNUM " now bills in "
               WS-ENTRY-CURRENCY.

       7000-READ-CURRENCY-RECORD.
           MOVE 'N' TO WS-FOUND
           MOVE "USD" TO WS-OLD-CURRENCY
           MOVE WS-ENTRY-IDNUM TO CX-IDNUM
           MOVE 'X' TO CX-REC-TYPE
           MOVE ZERO TO CX-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE CX-CURRENCY TO WS-OLD-CURRENCY
           END-READ.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9510-JOURNAL-WRITE.
           MOVE 'W' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.
