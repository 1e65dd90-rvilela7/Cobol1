       01 NCOAEXTRACTRECORD.
           02 NCX-REFERENCE.
               03 NCX-IDNUM PIC 9(7).
               03 NCX-SEQ PIC 99.
           02 NCX-FIRSTNAME PIC X(25).
           02 NCX-LASTNAME PIC X(25).
           02 NCX-STREET PIC X(25).
           02 NCX-CITY PIC X(15).
           02 NCX-STATE PIC XX.
           02 NCX-ZIP PIC X(10).
