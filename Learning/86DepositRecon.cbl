           02 PAY-AMOUNT PIC S9(7)V99.
           02 PAY-DATE PIC 9(8).
           02 PAY-REFERENCE PIC X(12).
           02 PAY-CURRENCY PIC X(3).
           02 PAY-FOREIGN-AMOUNT PIC S9(7)V99.

       FD RECONRPT.
       01 PRINTLINE PIC X(100).
