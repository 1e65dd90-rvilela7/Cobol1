       01 LOGCHAINRECORD.
           02 LCC-KEY.
               03 LCC-LOG-ID PIC X.
           02 LCC-LAST-SEQ PIC 9(9).
           02 LCC-LAST-CHECK PIC 9(10).
           02 LCC-LAST-STAMP PIC 9(14).
           02 LCC-OPEN-DAY PIC 9(8).
           02 LCC-DAY-COUNT PIC 9(9).
           02 LCC-ANCHOR-SEQ PIC 9(9).
           02 LCC-ANCHOR-CHECK PIC 9(10).
           02 LCC-VERIFY-DATE PIC 9(8).
           02 LCC-VERIFY-RESULT PIC X.
               88 LCC-CHAIN-INTACT VALUE 'G'.
               88 LCC-CHAIN-BROKEN VALUE 'B'.
           02 FILLER PIC X(10).
