           02 RC-STATUS PIC X.
               88 RC-ACTIVE VALUE 'A'.
               88 RC-STOPPED VALUE 'S'.
           02 RC-TAXABLE PIC X.
               88 RC-IS-TAXABLE VALUE 'Y'.
           02 RC-ITEM-CODE PIC X(8).
