       01 STATELIMITRECORD.
           02 SL-STATE PIC XX.
           02 SL-YEARS PIC 99.
           02 SL-STATE-NAME PIC X(20).
