               88 PND-IS-BALANCE VALUE 'B' ' '.
               88 PND-IS-LIMIT VALUE 'L'.
               88 PND-IS-CREDIT-MEMO VALUE 'M'.
               88 PND-IS-TRANSFER VALUE 'T'.
               88 PND-IS-WAIVER VALUE 'W'.
           02 PND-REFERENCE PIC 9(7).
