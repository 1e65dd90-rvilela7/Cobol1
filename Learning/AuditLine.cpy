       01 AUDITLINE.
           02 AUL-TEXT PIC X(80).
           02 AUL-CHAIN.
               03 AUL-STAMP PIC 9(14).
               03 AUL-SEQ PIC 9(9).
               03 AUL-CHECK PIC 9(10).
