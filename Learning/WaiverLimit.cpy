       01 WAIVERLIMITRECORD.
           02 WVL-SCOPE PIC X.
               88 WVL-FOR-ROLE VALUE 'R'.
               88 WVL-FOR-OPERATOR VALUE 'O'.
               88 WVL-SCOPE-VALID VALUE 'R' 'O'.
           02 WVL-WHO PIC X(8).
           02 WVL-WAIVER-LIMIT PIC 9(7)V99.
           02 WVL-MONTH-LIMIT PIC 9(7)V99.
           02 WVL-SET-DATE PIC 9(8).
           02 WVL-SET-BY PIC X(8).
