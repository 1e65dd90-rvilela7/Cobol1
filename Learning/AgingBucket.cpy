           02 AGB-BUCKET PIC S9(7)V99 OCCURS 4 TIMES.
           02 AGB-ROLL-PERIOD PIC 9(6).
           02 AGB-LAST-UPDATED PIC 9(8).
           02 AGB-MISSED-CONSEC PIC 99.
           02 AGB-MISSED-TOTAL PIC 9(3).
           02 AGB-LAST-MISSED PIC 9(6).
