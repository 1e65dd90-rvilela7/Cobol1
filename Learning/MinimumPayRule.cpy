       01 MINPAYRULERECORD.
           02 MPR-CLASS PIC X.
           02 MPR-PERCENT PIC V9(4).
           02 MPR-FLOOR PIC 9(5)V99.
           02 MPR-DUE-DAYS PIC 9(3).
           02 MPR-LATE-FEE PIC 9(5)V99.
