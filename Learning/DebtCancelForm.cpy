       01 DEBTCANCELRECORD.
           02 DCF-KEY.
               03 DCF-TAX-YEAR PIC 9(4).
               03 DCF-IDNUM PIC 9(7).
           02 DCF-EVENT-DATE PIC 9(8).
           02 DCF-EVENT-CODE PIC X.
           02 DCF-PRINCIPAL PIC S9(7)V99.
           02 DCF-INTEREST PIC S9(7)V99.
           02 DCF-FEES PIC S9(7)V99.
           02 DCF-STATUS PIC X.
               88 DCF-ORIGINAL VALUE 'O'.
               88 DCF-CORRECTED VALUE 'C'.
               88 DCF-VOIDED VALUE 'V'.
           02 DCF-ISSUE-DATE PIC 9(8).
           02 DCF-CORRECTION-COUNT PIC 99.
           02 DCF-LAST-CORRECTED PIC 9(8).
           02 FILLER PIC X(20).
