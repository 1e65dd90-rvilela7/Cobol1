       01 FORECASTITEMRECORD.
           02 FCI-KEY.
               03 FCI-RUN-DATE PIC 9(8).
               03 FCI-IDNUM PIC 9(7).
               03 FCI-SEQ PIC 9(3).
           02 FCI-SOURCE PIC X(3).
               88 FCI-FROM-INVOICE VALUE 'INV'.
               88 FCI-FROM-PLAN VALUE 'PLN'.
               88 FCI-FROM-AUTOPAY VALUE 'ACH'.
               88 FCI-FROM-PROMISE VALUE 'PTP'.
           02 FCI-REFERENCE PIC 9(7).
           02 FCI-EXPECTED-DATE PIC 9(8).
           02 FCI-WEEK PIC 99.
           02 FCI-WEEK-START PIC 9(8).
           02 FCI-WEEK-END PIC 9(8).
           02 FCI-BUCKET PIC 9.
           02 FCI-GROSS PIC 9(7)V99.
           02 FCI-RATE PIC V9(4).
           02 FCI-FORECAST PIC 9(7)V99.
           02 FCI-ACTUAL PIC 9(7)V99.
           02 FCI-STATUS PIC X.
               88 FCI-PENDING VALUE 'F'.
               88 FCI-COMPARED VALUE 'C'.
           02 FCI-COMPARED-DATE PIC 9(8).
           02 FILLER PIC X(10).
