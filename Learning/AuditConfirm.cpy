       01 AUDITCONFIRMRECORD.
           02 ACF-KEY.
               03 ACF-PERIOD PIC 9(6).
               03 ACF-IDNUM PIC 9(7).
           02 ACF-METHOD PIC X.
               88 ACF-METHOD-RANDOM VALUE 'R'.
               88 ACF-METHOD-THRESHOLD VALUE 'T'.
               88 ACF-METHOD-MONETARY VALUE 'M'.
           02 ACF-BOOK-AMOUNT PIC S9(7)V99.
           02 ACF-SELECTED-DATE PIC 9(8).
           02 ACF-SELECTED-BY PIC X(8).
           02 ACF-STATUS PIC X.
               88 ACF-AWAITING VALUE 'S'.
               88 ACF-AGREED VALUE 'A'.
               88 ACF-DISAGREED VALUE 'D'.
               88 ACF-NO-RESPONSE VALUE 'N'.
           02 ACF-STATED-AMOUNT PIC S9(7)V99.
           02 ACF-DIFFERENCE PIC S9(7)V99.
           02 ACF-RESPONSE-DATE PIC 9(8).
           02 ACF-RECORDED-BY PIC X(8).
