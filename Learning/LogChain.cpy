       01 LOGCHAINCALL.
           02 LCH-LOG-ID PIC X.
               88 LCH-AUDIT-LOG VALUE 'A'.
               88 LCH-JOURNAL VALUE 'J'.
           02 LCH-FUNCTION PIC X.
               88 LCH-LINK-NEW VALUE 'L'.
               88 LCH-RELINK-BEGIN VALUE 'B'.
               88 LCH-RELINK VALUE 'R'.
               88 LCH-RELINK-END VALUE 'E'.
               88 LCH-SET-ANCHOR VALUE 'T'.
           02 LCH-RESULT PIC X.
               88 LCH-DONE VALUE 'Y'.
           02 LCH-SEAL-SWITCH PIC X.
               88 LCH-SEAL-DUE VALUE 'Y'.
           02 LCH-SEQ PIC 9(9).
           02 LCH-RUNNING-CHECK PIC 9(10).
           02 LCH-SEAL-RECORD PIC X(400).
           02 LCH-HELD-RECORD PIC X(400).
