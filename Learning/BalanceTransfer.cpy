       01 TRANSFERRECORD.
           02 BT-KEY.
               03 BT-NUMBER PIC 9(7).
           02 BT-ENTRY-DATE PIC 9(8).
           02 BT-FROM-IDNUM PIC 9(7).
           02 BT-TO-IDNUM PIC 9(7).
           02 BT-PRINCIPAL PIC S9(7)V99.
           02 BT-INTEREST PIC S9(7)V99.
           02 BT-FEE PIC S9(7)V99.
           02 BT-AMOUNT PIC S9(7)V99.
           02 BT-REASON PIC X(3).
               88 BT-REASON-GUARANTOR VALUE 'GTR'.
               88 BT-REASON-MISAPPLIED VALUE 'MIS'.
               88 BT-REASON-FAMILY VALUE 'FAM'.
               88 BT-REASON-OTHER VALUE 'OTH'.
               88 BT-REASON-VALID VALUE 'GTR' 'MIS' 'FAM' 'OTH'.
           02 BT-STATUS PIC X.
               88 BT-HELD VALUE 'H'.
               88 BT-OPEN VALUE 'O'.
               88 BT-POSTED VALUE 'P'.
               88 BT-REJECTED VALUE 'R'.
               88 BT-FAILED VALUE 'F'.
           02 BT-MAKER PIC X(8).
           02 BT-CHECKER PIC X(8).
           02 BT-POSTED-DATE PIC 9(8).
