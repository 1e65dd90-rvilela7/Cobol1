       01 OPERATORLINE.
           02 OL-OP-ID PIC X(8).
           02 OL-OP-LEGACY-PASSWORD PIC X(8).
           02 OL-OP-ROLE PIC X.
               88 OL-ROLE-INQUIRY VALUE 'I'.
               88 OL-ROLE-UPDATE VALUE 'U'.
           02 OL-OP-STATUS PIC X.
               88 OL-OP-ACTIVE VALUE 'A'.
               88 OL-OP-LOCKED VALUE 'L'.
           02 OL-OP-PWD-FORMAT PIC X.
               88 OL-PWD-HASHED VALUE 'H'.
               88 OL-PWD-LEGACY VALUE SPACE.
           02 OL-OP-PWD-HASH PIC X(16).
           02 OL-OP-MUST-CHANGE PIC X.
               88 OL-OP-CHANGE-DUE VALUE 'Y'.
           02 OL-OP-PWD-HISTORY PIC X(16) OCCURS 5 TIMES.
           02 OL-OP-SHARED PIC X.
               88 OL-OP-IS-SHARED VALUE 'Y'.
