       01 CREDITRULERECORD.
           02 CRR-CLASS PIC X.
           02 CRR-INC-MAX-GRADE PIC X.
           02 CRR-INC-MIN-UTIL PIC 9(3).
           02 CRR-INC-CLEAN-MONTHS PIC 9(3).
           02 CRR-INC-PCT PIC 9(3).
           02 CRR-MAX-LIMIT PIC 9(7)V99.
           02 CRR-DEC-MIN-GRADE PIC X.
           02 CRR-DEC-LATE-MONTHS PIC 9(3).
           02 CRR-DEC-PCT PIC 9(3).
           02 CRR-MIN-LIMIT PIC 9(7)V99.
           02 CRR-UPDATED-BY PIC X(8).
           02 CRR-UPDATED-DATE PIC 9(8).
