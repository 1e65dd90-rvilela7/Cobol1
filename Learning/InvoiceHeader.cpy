               88 INV-IS-CREDIT-MEMO VALUE 'C'.
           02 INV-ORIG-NUMBER PIC 9(7).
           02 INV-REASON-CODE PIC X(3).
           02 INV-EXEMPT-AMOUNT PIC S9(9)V99.
           02 INV-EXEMPT-CERT PIC X(15).
           02 INV-CURRENCY PIC X(3).
               88 INV-HOME-CURRENCY VALUE SPACES 'USD'.
           02 INV-FX-RATE PIC 9(3)V9(6).
           02 INV-FOREIGN-TOTAL PIC S9(9)V99.
           02 INV-FOREIGN-PAID PIC S9(9)V99.
           02 INV-REP-CODE PIC X(4).
           02 INV-REP-CHARGEBACK PIC X.
               88 INV-REP-CHARGED-BACK VALUE 'Y'.
           02 INV-PROMOTION.
               03 INV-PROMO-CODE PIC X(6).
                   88 INV-NO-PROMO VALUE SPACES.
               03 INV-PROMO-MONTHS PIC 99.
               03 INV-PROMO-END-DATE PIC 9(8).
               03 INV-PROMO-STATUS PIC X.
                   88 INV-PROMO-DEFERRING VALUE 'D'.
                   88 INV-PROMO-DROPPED VALUE 'X'.
                   88 INV-PROMO-BILLED VALUE 'B'.
               03 INV-PROMO-DEFERRED PIC S9(7)V99.
