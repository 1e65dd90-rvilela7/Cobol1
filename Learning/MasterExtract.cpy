       01 MASTEREXTRACTREC.
           02 MX-REC-TYPE PIC X.
               88 MX-IS-CONTROL VALUE 'C'.
               88 MX-IS-DETAIL VALUE 'D'.
           02 MX-IDNUM PIC 9(7).
           02 MX-FIRSTNAME PIC X(25).
           02 MX-LASTNAME PIC X(25).
           02 MX-DOB.
               03 MX-DOB-MM PIC 99.
               03 MX-DOB-DD PIC 99.
               03 MX-DOB-YYYY PIC 9(4).
           02 MX-BALANCE PIC S9(7)V99.
           02 MX-STATUS PIC X.
               88 MX-ACTIVE VALUE 'A'.
           02 MX-CREDIT-LIMIT PIC 9(7)V99.
           02 MX-REGION PIC X.
           02 MX-DELIVERY PIC X.
           02 MX-CLASS PIC X.
               88 MX-CLASS-COMMERCIAL VALUE 'C'.
               88 MX-CLASS-VIP VALUE 'V'.
           02 MX-LAST-ACTIVITY PIC 9(8).
           02 MX-RISK-GRADE PIC X.
               88 MX-GRADE-KNOWN VALUE 'A' THRU 'E'.
           02 MX-FAMILY-ROLE PIC X.
               88 MX-NO-FAMILY VALUE SPACE.
               88 MX-FAMILY-PARENT VALUE 'P'.
               88 MX-FAMILY-MEMBER VALUE 'M'.
           02 MX-FAMILY-PARENT-ID PIC 9(7).
           02 MX-FAMILY-LIMIT PIC 9(7)V99.
           02 MX-ADDR-FOUND PIC X.
               88 MX-HAS-ADDRESS VALUE 'Y'.
           02 MX-STREET PIC X(25).
           02 MX-CITY PIC X(15).
           02 MX-STATE PIC XX.
           02 MX-ZIP PIC X(10).
           02 FILLER PIC X(13).
       01 MASTEREXTRACTCTL REDEFINES MASTEREXTRACTREC.
           02 MXC-REC-TYPE PIC X.
           02 MXC-AS-OF-DATE PIC 9(8).
           02 MXC-AS-OF-TIME PIC 9(6).
           02 MXC-CUSTOMER-COUNT PIC 9(7).
           02 MXC-BALANCE-TOTAL PIC S9(11)V99.
           02 MXC-LOAD-COUNT PIC 9(7).
           02 MXC-LOAD-CHECK PIC X.
               88 MXC-LOAD-AGREES VALUE 'Y'.
               88 MXC-LOAD-DIFFERS VALUE 'N'.
               88 MXC-LOAD-UNKNOWN VALUE 'U'.
           02 FILLER PIC X(137).
