       01 ROLEHISTORYRECORD.
           02 ORH-TIMESTAMP PIC 9(14).
           02 ORH-ADMIN PIC X(8).
           02 ORH-OPERATOR PIC X(8).
           02 ORH-ACTION PIC X.
               88 ORH-ADDED VALUE 'A'.
               88 ORH-CHANGED VALUE 'C'.
               88 ORH-SHARED-SET VALUE 'S'.
           02 ORH-OLD-ROLE PIC X.
           02 ORH-NEW-ROLE PIC X.
           02 ORH-SHARED PIC X.
