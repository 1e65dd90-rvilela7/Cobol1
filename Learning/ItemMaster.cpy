       01 ITEMRECORD.
           02 IM-KEY.
               03 IM-ITEM-CODE PIC X(8).
               03 IM-EFFECTIVE-DATE PIC 9(8).
           02 IM-DESCRIPTION PIC X(25).
           02 IM-UNIT-PRICE PIC 9(7)V99.
           02 IM-COMMERCIAL-PRICE PIC 9(7)V99.
           02 IM-VIP-PRICE PIC 9(7)V99.
           02 IM-TAXABLE PIC X.
               88 IM-IS-TAXABLE VALUE 'Y'.
           02 IM-GL-ACCOUNT PIC X(4).
           02 IM-STATUS PIC X.
               88 IM-ACTIVE VALUE 'A'.
               88 IM-DISCONTINUED VALUE 'D'.
           02 IM-ENTERED-BY PIC X(8).
