           02 SUS-AMOUNT PIC S9(7)V99.
           02 SUS-DATE PIC 9(8).
           02 SUS-REFERENCE PIC X(12).
           02 SUS-CURRENCY PIC X(3).
               88 SUS-HOME-CURRENCY VALUE SPACES 'USD'.
           02 SUS-FOREIGN-AMOUNT PIC S9(7)V99.

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".
       01 WS-POST-OK PIC X VALUE 'Y'.
           88 WS-PAYMENT-POSTED VALUE 'Y'.
       01 WS-HOLD-REASON PIC X(25).
       01 WS-RECEIPT-RATE PIC 9(3)V9(6).
       01 WS-RATE-RESULT PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-SANCTION-RESULT PIC X.
           88 WS-SANCTION-BLOCKED VALUE 'Y'.

       01 WS-ITEM-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-ITEM-IDX PIC 9(3) COMP-3.
       01 WS-SUSPENSE-TABLE.
           02 WS-SUSPENSE-ITEM OCCURS 500 TIMES.
               03 WS-SI-RECORD PIC X(48).
               03 WS-SI-STATE PIC X.
                   88 WS-SI-CLEARED VALUE 'C'.
                   88 WS-SI-HELD VALUE 'H'.
                       MOVE "CUSTOMER INACTIVE" TO WS-HOLD-REASON
                   END-IF
           END-READ
           IF WS-PAYMENT-POSTED
               CALL 'SanctionCheck' USING IDNUM, WS-HIST-PROGRAM,
                   WS-SANCTION-RESULT
               IF WS-SANCTION-BLOCKED
                   MOVE 'N' TO WS-POST-OK
                   MOVE "SANCTIONS MATCH - BLOCKED" TO WS-HOLD-REASON
               END-IF
           END-IF
      *> A foreign receipt is valued home at its value-date rate, as
      *> PaymentPost does; one still without a rate stays held.
           IF WS-PAYMENT-POSTED AND NOT SUS-HOME-CURRENCY
               CALL 'FxRate' USING SUS-CURRENCY, SUS-DATE,
                   WS-RECEIPT-RATE, WS-RATE-RESULT
               IF WS-RATE-FOUND
                   COMPUTE SUS-AMOUNT ROUNDED =
                       SUS-FOREIGN-AMOUNT * WS-RECEIPT-RATE
               ELSE
                   MOVE 'N' TO WS-POST-OK
                   MOVE "NO EXCHANGE RATE" TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-PAYMENT-POSTED
               PERFORM 2000-POST-SUSPENSE-ITEM
           END-IF
