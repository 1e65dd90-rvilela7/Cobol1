       01 REFUNDHOLDRECORD.
           02 RFH-KEY.
               03 RFH-IDNUM PIC 9(7).
               03 RFH-REASON PIC X.
                   88 RFH-CONTACT-CHANGE VALUE 'C'.
                   88 RFH-OVERPAYMENT VALUE 'O'.
                   88 RFH-REVERSALS VALUE 'V'.
                   88 RFH-RETURN-WINDOW VALUE 'W'.
                   88 RFH-UNREQUESTED-CHANGE VALUE 'U'.
           02 RFH-EVENT-DATE PIC 9(8).
           02 RFH-RAISED-DATE PIC 9(8).
           02 RFH-STATUS PIC X.
               88 RFH-OPEN VALUE 'O'.
               88 RFH-CLEARED VALUE 'C'.
           02 RFH-CLEARED-BY PIC X(8).
           02 RFH-CLEARED-DATE PIC 9(8).
           02 RFH-DETAIL PIC X(40).
