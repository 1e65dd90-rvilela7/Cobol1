       01 SSNKEYRECORD.
           02 SKY-KEY-PARTS.
               03 SKY-KEY-PART PIC 9(9) OCCURS 4 TIMES.
           02 SKY-CREATED PIC 9(8).
           02 SKY-DONE-DATES.
               03 SKY-CUSTOMER-DONE PIC 9(8).
               03 SKY-PENDING-DONE PIC 9(8).
               03 SKY-XREF-DONE PIC 9(8).
               03 SKY-ARCHIVE-DONE PIC 9(8).
               03 SKY-JOURNAL-DONE PIC 9(8).
