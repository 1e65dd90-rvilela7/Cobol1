       01 EDICONTROLRECORD.
           02 EDC-NEXT-CONTROL PIC 9(9).
