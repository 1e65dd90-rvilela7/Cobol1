       01 TAXEXEMPTRECORD.
           02 TXC-KEY.
               03 TXC-IDNUM PIC 9(7).
               03 TXC-CERT-NUMBER PIC X(15).
           02 TXC-STATE-LIST.
               03 TXC-STATE PIC XX OCCURS 5 TIMES.
           02 TXC-ISSUE-DATE PIC 9(8).
           02 TXC-EXPIRY-DATE PIC 9(8).
           02 TXC-STATUS PIC X.
               88 TXC-ACTIVE VALUE 'A'.
               88 TXC-REVOKED VALUE 'R'.
           02 TXC-ENTERED-BY PIC X(8).
           02 TXC-ENTERED-DATE PIC 9(8).
