       01 DEPINTCALL.
           02 DPI-IDNUM PIC 9(7).
           02 DPI-STATE PIC XX.
           02 DPI-DEPOSIT-BAL PIC S9(7)V99.
           02 DPI-HELD-SINCE PIC 9(8).
           02 DPI-FROM-DATE PIC 9(8).
           02 DPI-TO-DATE PIC 9(8).
           02 DPI-INTEREST PIC S9(7)V99.
           02 DPI-RATE PIC 99V9(4).
           02 DPI-RULE PIC X.
               88 DPI-CREDIT-ACCOUNT VALUE 'C'.
               88 DPI-ADD-TO-DEPOSIT VALUE 'A'.
           02 DPI-RESULT PIC X.
               88 DPI-CALCULATED VALUE 'Y'.
               88 DPI-NO-RATE VALUE 'N'.
               88 DPI-NOT-HELD-LONG VALUE 'H'.
