       01 SSNACCESSRECORD.
           02 SAL-TIMESTAMP.
               03 SAL-DATE PIC 9(8).
               03 SAL-TIME PIC 9(6).
           02 SAL-OPERATOR PIC X(8).
           02 SAL-IDNUM PIC 9(7).
           02 SAL-PROGRAM PIC X(20).
           02 SAL-REASON PIC X(40).
