       01 AGENCYREMITRECORD.
           02 ARM-RECORD-TYPE PIC X.
               88 ARM-IS-DETAIL VALUE 'D'.
               88 ARM-IS-TRAILER VALUE 'T'.
           02 ARM-AGENCY PIC X(4).
           02 ARM-IDNUM PIC 9(7).
           02 ARM-COLLECT-DATE PIC 9(8).
           02 ARM-GROSS PIC 9(7)V99.
           02 ARM-COMMISSION PIC 9(7)V99.
       01 AGENCYREMITTRAILER REDEFINES AGENCYREMITRECORD.
           02 FILLER PIC X.
           02 ARM-TRL-AGENCY PIC X(4).
           02 ARM-ITEM-COUNT PIC 9(5).
           02 ARM-GROSS-TOTAL PIC 9(9)V99.
           02 ARM-NET-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(6).
