       01 ACCRUALRECORD.
           02 ACR-IDNUM PIC 9(7).
           02 ACR-FROM-DATE PIC 9(8).
           02 ACR-THROUGH-DATE PIC 9(8).
           02 ACR-RATE PIC V999.
           02 ACR-DAILY PIC 9(5)V9(4).
           02 ACR-ACCRUED PIC 9(7)V9(4).
           02 ACR-GL-BOOKED PIC 9(7)V99.
