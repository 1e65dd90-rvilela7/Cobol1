       01 EDIINVOICELOG.
           02 EDL-KEY.
               03 EDL-INV-NUMBER PIC 9(7).
           02 EDL-IDNUM PIC 9(7).
           02 EDL-PARTNER-ID PIC X(15).
           02 EDL-INTERCHANGE-CTRL PIC 9(9).
           02 EDL-GROUP-CTRL PIC 9(9).
           02 EDL-SENT-DATE PIC 9(8).
           02 EDL-SENT-TOTAL PIC S9(9)V99.
           02 EDL-SEND-COUNT PIC 99.
           02 EDL-ACK-STATUS PIC X.
               88 EDL-ACK-PENDING VALUE 'P'.
               88 EDL-ACK-ACCEPTED VALUE 'A'.
               88 EDL-ACK-WITH-ERRORS VALUE 'E'.
               88 EDL-ACK-REJECTED VALUE 'R'.
           02 EDL-ACK-DATE PIC 9(8).
           02 EDL-ACK-CODE PIC X(3).
           02 FILLER PIC X(20).
