       01 SKIPTRACERECORD.
           02 STX-BATCH PIC 9(8).
           02 STX-IDNUM PIC 9(7).
           02 STX-FIRSTNAME PIC X(25).
           02 STX-LASTNAME PIC X(25).
           02 STX-SSN PIC 9(9).
           02 STX-DOB PIC 9(8).
           02 STX-STREET PIC X(25).
           02 STX-CITY PIC X(15).
           02 STX-STATE PIC XX.
           02 STX-ZIP PIC X(10).
           02 STX-PHONES.
               03 STX-PHONE PIC X(15) OCCURS 3 TIMES.
