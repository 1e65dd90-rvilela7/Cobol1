       01 SALESREPRECORD.
           02 SRP-CODE PIC X(4).
           02 SRP-NAME PIC X(30).
           02 SRP-RATE PIC 9V9(4).
           02 SRP-STATUS PIC X.
               88 SRP-ACTIVE VALUE 'A'.
               88 SRP-INACTIVE VALUE 'I'.
           02 SRP-CARRY-FORWARD PIC S9(7)V99.
           02 SRP-UPDATED-BY PIC X(8).
           02 SRP-UPDATED-DATE PIC 9(8).
