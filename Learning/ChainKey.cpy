       01 CHAINKEYRECORD.
           02 CKY-KEY-PARTS.
               03 CKY-KEY-PART PIC 9(9) OCCURS 4 TIMES.
           02 CKY-CREATED PIC 9(8).
