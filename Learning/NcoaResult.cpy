       01 NCOARESULTRECORD.
           02 NCR-REFERENCE.
               03 NCR-IDNUM PIC 9(7).
               03 NCR-SEQ PIC 99.
           02 NCR-RETURN-CODE PIC XX.
               88 NCR-NEW-ADDRESS VALUE "A ".
               88 NCR-FOREIGN-MOVE VALUE "01".
               88 NCR-NO-FORWARDING VALUE "02" "03".
           02 NCR-MOVE-TYPE PIC X.
               88 NCR-MOVE-INDIVIDUAL VALUE 'I'.
               88 NCR-MOVE-FAMILY VALUE 'F'.
               88 NCR-MOVE-BUSINESS VALUE 'B'.
           02 NCR-MOVE-DATE PIC 9(6).
           02 NCR-NEW-STREET PIC X(25).
           02 NCR-NEW-CITY PIC X(15).
           02 NCR-NEW-STATE PIC XX.
           02 NCR-NEW-ZIP PIC X(10).
