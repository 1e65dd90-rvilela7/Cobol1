       01 CASHAPPLICATION.
           02 CAP-DATE PIC 9(8).
           02 CAP-INV-NUMBER PIC 9(7).
           02 CAP-IDNUM PIC 9(7).
           02 CAP-REP-CODE PIC X(4).
           02 CAP-TYPE PIC X.
               88 CAP-IS-CASH VALUE 'P'.
               88 CAP-IS-MEMO VALUE 'M'.
           02 CAP-AMOUNT PIC S9(9)V99.
           02 CAP-PROGRAM PIC X(10).
