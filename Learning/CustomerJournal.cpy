               88 JRN-IS-WRITE VALUE 'W'.
               88 JRN-IS-REWRITE VALUE 'R'.
               88 JRN-IS-DELETE VALUE 'D'.
               88 JRN-IS-SEAL VALUE 'S'.
           02 JRN-BEFORE-IMAGE PIC X(160).
           02 JRN-AFTER-IMAGE PIC X(160).
           02 JRN-OPERATOR PIC X(8).
           02 JRN-CHAIN.
               03 JRN-CHAIN-STAMP PIC 9(14).
               03 JRN-CHAIN-SEQ PIC 9(9).
               03 JRN-CHECK PIC 9(10).
