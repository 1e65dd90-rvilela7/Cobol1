       01 WATCHLISTRECORD.
           02 WL-KEY.
               03 WL-ENTRY-ID PIC X(10).
               03 WL-NAME-SEQ PIC 99.
                   88 WL-PRIMARY-NAME VALUE ZERO.
           02 WL-LAST-NAME PIC X(25).
           02 WL-FIRST-NAME PIC X(25).
           02 WL-DOB PIC 9(8).
           02 WL-LIST-SOURCE PIC X(6).
           02 WL-LOAD-DATE PIC 9(8).
