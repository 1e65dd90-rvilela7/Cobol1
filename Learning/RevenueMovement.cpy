       01 REVMOVEMENTRECORD.
           02 RVM-PERIOD PIC 9(6).
           02 RVM-DATE PIC 9(8).
           02 RVM-INV-NUMBER PIC 9(7).
           02 RVM-IDNUM PIC 9(7).
           02 RVM-TYPE PIC X(3).
               88 RVM-BILLED VALUE 'BIL'.
               88 RVM-RECOGNIZED VALUE 'REC'.
               88 RVM-ADJUSTED VALUE 'ADJ'.
           02 RVM-AMOUNT PIC 9(7)V99.
           02 RVM-PROGRAM PIC X(10).
