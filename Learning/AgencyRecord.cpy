       01 AGENCYRECORD.
           02 AGY-CODE PIC X(4).
           02 AGY-NAME PIC X(30).
           02 AGY-RATE-PRE PIC 99V99.
           02 AGY-RATE-POST PIC 99V99.
           02 AGY-STATUS PIC X.
               88 AGY-ACTIVE VALUE 'A'.
               88 AGY-INACTIVE VALUE 'I'.
