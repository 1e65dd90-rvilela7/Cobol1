       01 MINIMUMDUERECORD.
           02 MND-KEY.
               03 MND-IDNUM PIC 9(7).
               03 MND-PERIOD PIC 9(6).
           02 MND-STMT-DATE PIC 9(8).
           02 MND-DUE-DATE PIC 9(8).
           02 MND-CLASS PIC X.
           02 MND-STMT-BALANCE PIC S9(7)V99.
           02 MND-PERCENT-PART PIC 9(7)V99.
           02 MND-PAST-DUE PIC 9(7)V99.
           02 MND-FEES PIC 9(7)V99.
           02 MND-MINIMUM PIC 9(7)V99.
           02 MND-LATE-FEE PIC 9(5)V99.
           02 MND-STATUS PIC X.
               88 MND-OPEN VALUE 'O'.
               88 MND-MET VALUE 'M'.
               88 MND-MISSED VALUE 'L'.
           02 MND-PAID PIC 9(7)V99.
           02 MND-SHORTFALL PIC 9(7)V99.
           02 MND-FEE-CHARGED PIC 9(5)V99.
           02 MND-NO-FEE-REASON PIC X.
               88 MND-FEE-WAIVED-CLASS VALUE 'W'.
               88 MND-FEE-STAYED VALUE 'S'.
               88 MND-FEE-ESTATE VALUE 'E'.
               88 MND-FEE-NOT-ACTIVE VALUE 'C'.
           02 MND-CHECKED-DATE PIC 9(8).
           02 FILLER PIC X(10).
