       01 SKIPRESULTRECORD.
           02 SKR-BATCH PIC 9(8).
           02 SKR-IDNUM PIC 9(7).
           02 SKR-RESULT PIC X.
               88 SKR-LOCATED VALUE 'Y'.
               88 SKR-NOT-LOCATED VALUE 'N'.
           02 SKR-STREET PIC X(25).
           02 SKR-CITY PIC X(15).
           02 SKR-STATE PIC XX.
           02 SKR-ZIP PIC X(10).
           02 SKR-PHONE PIC X(15).
           02 SKR-PHONE-TYPE PIC X.
               88 SKR-PHONE-HOME VALUE 'H'.
               88 SKR-PHONE-WORK VALUE 'W'.
               88 SKR-PHONE-MOBILE VALUE 'M'.
