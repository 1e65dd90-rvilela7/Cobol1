           02 PAY-AMOUNT PIC S9(7)V99.
           02 PAY-DATE PIC 9(8).
           02 PAY-REFERENCE PIC X(12).
           02 PAY-CURRENCY PIC X(3).
           02 PAY-FOREIGN-AMOUNT PIC S9(7)V99.

       FD EXCEPTIONRPT.
       01 PRINTLINE PIC X(100).
               MOVE LBX-AMOUNT TO PAY-AMOUNT
               MOVE LBX-DATE TO PAY-DATE
               MOVE LBX-CHECK-REF TO PAY-REFERENCE
               MOVE SPACES TO PAY-CURRENCY
               MOVE ZERO TO PAY-FOREIGN-AMOUNT
               WRITE PAYMENTRECORD
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
