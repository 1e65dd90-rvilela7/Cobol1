       01 SCREENREVIEWRECORD.
           02 SR-KEY.
               03 SR-IDNUM PIC 9(7).
               03 SR-ENTRY-ID PIC X(10).
           02 SR-CUST-FIRST PIC X(25).
           02 SR-CUST-LAST PIC X(25).
           02 SR-CUST-DOB PIC 9(8).
           02 SR-LIST-FIRST PIC X(25).
           02 SR-LIST-LAST PIC X(25).
           02 SR-LIST-DOB PIC 9(8).
           02 SR-RAISED-BY PIC X(10).
           02 SR-RAISED-DATE PIC 9(8).
           02 SR-STATUS PIC X.
               88 SR-PENDING VALUE 'P'.
               88 SR-AWAITING-SECOND VALUE 'D'.
               88 SR-CLEARED VALUE 'C'.
               88 SR-CONFIRMED VALUE 'X'.
               88 SR-OPEN VALUE 'P' 'D'.
           02 SR-PROPOSED PIC X.
               88 SR-PROPOSE-CLEAR VALUE 'C'.
               88 SR-PROPOSE-CONFIRM VALUE 'X'.
           02 SR-FIRST-REVIEWER PIC X(8).
           02 SR-FIRST-DATE PIC 9(8).
           02 SR-SECOND-REVIEWER PIC X(8).
           02 SR-DECIDED-DATE PIC 9(8).
