       01 CASHRECEIPTRECORD.
           02 CR-KEY.
               03 CR-IDNUM PIC 9(7).
               03 CR-DATE PIC 9(8).
               03 CR-RECEIPT PIC 9(7).
           02 CR-AMOUNT PIC 9(7)V99.
           02 CR-TIME PIC 9(6).
           02 CR-TELLER PIC X(8).
