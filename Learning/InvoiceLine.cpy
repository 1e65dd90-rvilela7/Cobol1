           02 INL-AMOUNT PIC S9(7)V99.
           02 INL-TAXABLE PIC X.
               88 INL-IS-TAXABLE VALUE 'Y'.
           02 INL-ITEM-CODE PIC X(8).
           02 INL-QUANTITY PIC 9(5).
           02 INL-UNIT-PRICE PIC 9(7)V99.
