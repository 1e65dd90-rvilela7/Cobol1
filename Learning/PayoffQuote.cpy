       01 PAYOFFQUOTERECORD.
           02 PQ-KEY.
               03 PQ-IDNUM PIC 9(7).
               03 PQ-SEQ PIC 99.
           02 PQ-QUOTE-DATE PIC 9(8).
           02 PQ-GOOD-THROUGH PIC 9(8).
           02 PQ-PRINCIPAL PIC S9(7)V99.
           02 PQ-INTEREST PIC S9(7)V99.
           02 PQ-FEES PIC S9(7)V99.
           02 PQ-RATE PIC V999.
           02 PQ-PER-DIEM PIC S9(5)V99.
           02 PQ-DAYS PIC 9(3).
           02 PQ-ACCRUED PIC S9(7)V99.
           02 PQ-DISPUTED PIC S9(7)V99.
           02 PQ-DEPOSIT PIC S9(7)V99.
           02 PQ-AMOUNT PIC S9(7)V99.
           02 PQ-STATUS PIC X.
               88 PQ-OPEN VALUE 'O'.
               88 PQ-PAID VALUE 'P'.
               88 PQ-SUPERSEDED VALUE 'S'.
           02 PQ-PAID-DATE PIC 9(8).
           02 PQ-PAID-REFERENCE PIC X(12).
           02 PQ-OPERATOR PIC X(8).
