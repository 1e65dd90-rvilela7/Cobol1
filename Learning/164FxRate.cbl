            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRate.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEFILE ASSIGN TO "files/ExchangeRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATEFILE.
       COPY "ExchangeRate.cpy".

       WORKING-STORAGE SECTION.
       01 WS-XR-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-BEST-DATE PIC 9(8).

       LINKAGE SECTION.
           01 LK-CURRENCY PIC X(3).
               88 LK-HOME-CURRENCY VALUE SPACES 'USD'.
           01 LK-RATE-DATE PIC 9(8).
           01 LK-RATE PIC 9(3)V9(6).
           01 LK-RESULT PIC X.
               88 LK-RATE-FOUND VALUE 'Y'.

      *> Looks up the exchange rate in force for a currency on a
      *> date: the rate entered for the latest date on or before it.
      *> Rates are home-currency units per unit of the foreign
      *> currency, so a foreign amount times the rate is its home
      *> value. The home currency is always 1; 'N' comes back when
      *> no rate has been entered for the currency by that date.
       PROCEDURE DIVISION USING LK-CURRENCY, LK-RATE-DATE, LK-RATE,
               LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           MOVE ZERO TO LK-RATE
           IF LK-HOME-CURRENCY
               MOVE 1 TO LK-RATE
               MOVE 'Y' TO LK-RESULT
               EXIT PROGRAM
           END-IF
           OPEN INPUT RATEFILE
           IF WS-XR-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-BEST-DATE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1000-CHECK-ONE-RATE UNTIL WSEOF
           CLOSE RATEFILE
           EXIT PROGRAM.

       1000-CHECK-ONE-RATE.
           READ RATEFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF XR-CURRENCY = LK-CURRENCY
                       AND XR-RATE-DATE <= LK-RATE-DATE
                       AND XR-RATE-DATE >= WS-BEST-DATE
                       MOVE XR-RATE-DATE TO WS-BEST-DATE
                       MOVE XR-RATE TO LK-RATE
                       MOVE 'Y' TO LK-RESULT
                   END-IF
           END-READ.
