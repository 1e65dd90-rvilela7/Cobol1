       01 WAIVERRECORD.
           02 WV-KEY.
               03 WV-NUMBER PIC 9(7).
           02 WV-IDNUM PIC 9(7).
           02 WV-ENTRY-DATE PIC 9(8).
           02 WV-ENTRY-TIME PIC 9(6).
           02 WV-TARGET PIC X.
               88 WV-WAIVE-FEES VALUE 'F'.
               88 WV-WAIVE-INTEREST VALUE 'I'.
           02 WV-AMOUNT PIC S9(7)V99.
           02 WV-REASON PIC X(3).
               88 WV-REASON-GOODWILL VALUE 'GDW'.
               88 WV-REASON-BILLING-ERROR VALUE 'ERR'.
               88 WV-REASON-HARDSHIP VALUE 'HSH'.
               88 WV-REASON-FIRST-TIME VALUE 'FTC'.
               88 WV-REASON-SERVICE VALUE 'SVC'.
               88 WV-REASON-OTHER VALUE 'OTH'.
               88 WV-REASON-VALID VALUE 'GDW' 'ERR' 'HSH' 'FTC'
                   'SVC' 'OTH'.
           02 WV-CLASS PIC X.
           02 WV-STATUS PIC X.
               88 WV-APPLIED VALUE 'A'.
               88 WV-HELD VALUE 'H'.
               88 WV-REJECTED VALUE 'R'.
               88 WV-FAILED VALUE 'F'.
           02 WV-OVER-LIMIT PIC X.
               88 WV-WITHIN-AUTHORITY VALUE SPACE.
               88 WV-OVER-WAIVER-LIMIT VALUE 'T'.
               88 WV-OVER-MONTH-LIMIT VALUE 'M'.
           02 WV-MAKER PIC X(8).
           02 WV-CHECKER PIC X(8).
           02 WV-APPLIED-DATE PIC 9(8).
