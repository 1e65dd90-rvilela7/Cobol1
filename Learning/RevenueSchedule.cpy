       01 REVSCHEDULERECORD.
           02 RVS-INV-NUMBER PIC 9(7).
           02 RVS-IDNUM PIC 9(7).
           02 RVS-DESCRIPTION PIC X(25).
           02 RVS-START-PERIOD PIC 9(6).
           02 RVS-START-PARTS REDEFINES RVS-START-PERIOD.
               03 RVS-START-YYYY PIC 9(4).
               03 RVS-START-MM PIC 99.
           02 RVS-MONTHS PIC 99.
           02 RVS-MONTHS-DONE PIC 99.
           02 RVS-AMOUNT PIC 9(7)V99.
           02 RVS-RECOGNIZED PIC 9(7)V99.
           02 RVS-ADJUSTED PIC 9(7)V99.
           02 RVS-LAST-PERIOD PIC 9(6).
           02 RVS-STATUS PIC X.
               88 RVS-UNPOSTED VALUE 'U'.
               88 RVS-ACTIVE VALUE 'A'.
               88 RVS-COMPLETE VALUE 'C'.
               88 RVS-VOIDED VALUE 'V'.
