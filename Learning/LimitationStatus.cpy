       01 LIMITATIONRECORD.
           02 LIM-KEY.
               03 LIM-IDNUM PIC 9(7).
           02 LIM-STATE PIC XX.
           02 LIM-YEARS PIC 99.
           02 LIM-LAST-PAYMENT PIC 9(8).
           02 LIM-ACK-DATE PIC 9(8).
           02 LIM-ACK-BY PIC X(8).
           02 LIM-QUALIFY-DATE PIC 9(8).
           02 LIM-EXPIRY-DATE PIC 9(8).
           02 LIM-FIRST-DELINQ PIC 9(8).
           02 LIM-REPORT-END PIC 9(8).
           02 LIM-STATUS PIC X.
               88 LIM-OPEN VALUE 'O'.
               88 LIM-TIME-BARRED VALUE 'E'.
               88 LIM-NO-DEBT VALUE 'C'.
           02 LIM-COMPUTED-DATE PIC 9(8).
           02 FILLER PIC X(20).
