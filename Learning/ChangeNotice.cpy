       01 CHANGENOTICERECORD.
           02 CHN-KEY.
               03 CHN-IDNUM PIC 9(7).
               03 CHN-STAMP PIC 9(14).
           02 CHN-CHANGE-TYPE PIC X.
               88 CHN-ADDRESS-CHANGE VALUE 'A'.
               88 CHN-PHONE-CHANGE VALUE 'P'.
               88 CHN-EMAIL-CHANGE VALUE 'E'.
               88 CHN-CONTACT-CHANGE VALUE 'C'.
               88 CHN-BANK-CHANGE VALUE 'B'.
           02 CHN-OPERATOR PIC X(8).
           02 CHN-OLD-DETAIL PIC X(40).
           02 CHN-NEW-DETAIL PIC X(40).
           02 CHN-OLD-MAIL.
               03 CHN-OLD-STREET PIC X(25).
               03 CHN-OLD-CITY PIC X(15).
               03 CHN-OLD-STATE PIC XX.
               03 CHN-OLD-ZIP PIC X(10).
           02 CHN-NEW-MAIL.
               03 CHN-NEW-STREET PIC X(25).
               03 CHN-NEW-CITY PIC X(15).
               03 CHN-NEW-STATE PIC XX.
               03 CHN-NEW-ZIP PIC X(10).
           02 CHN-OLD-EMAIL PIC X(30).
           02 CHN-NEW-EMAIL PIC X(30).
           02 CHN-LETTER-COUNT PIC 9.
           02 CHN-EMAIL-STATUS PIC X.
               88 CHN-EMAIL-QUEUED VALUE 'Q'.
               88 CHN-EMAIL-SENT VALUE 'S'.
               88 CHN-NO-EMAIL VALUE 'N'.
           02 CHN-DISPUTE-STATUS PIC X.
               88 CHN-NOT-DISPUTED VALUE 'N'.
               88 CHN-DISPUTED VALUE 'D'.
           02 CHN-DISPUTED-DATE PIC 9(8).
           02 FILLER PIC X(10).
