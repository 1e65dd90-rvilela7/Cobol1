       01 DEPOSITRATERECORD.
           02 DRT-STATE PIC XX.
           02 DRT-EFFECTIVE PIC 9(8).
           02 DRT-RATE PIC 99V9(4).
           02 DRT-RULE PIC X.
               88 DRT-CREDIT-ACCOUNT VALUE 'C'.
               88 DRT-ADD-TO-DEPOSIT VALUE 'A'.
           02 DRT-MIN-MONTHS PIC 99.
           02 DRT-STATE-NAME PIC X(20).
