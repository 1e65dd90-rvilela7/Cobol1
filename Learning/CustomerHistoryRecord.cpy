           02 HIST-MOVE-TYPE PIC X(3).
               88 HIST-IS-OPENING VALUE 'OPN'.
               88 HIST-IS-UPDATE VALUE 'UPD'.
               88 HIST-IS-INTEREST VALUE 'INT' 'PIB'.
               88 HIST-IS-PAYMENT VALUE 'PAY'.
               88 HIST-IS-REFUND VALUE 'REF'.
               88 HIST-IS-INVOICE VALUE 'INV'.
               88 HIST-IS-REVERSAL VALUE 'RVS'.
               88 HIST-IS-NSF-FEE VALUE 'NSF'.
               88 HIST-IS-WRITEOFF VALUE 'WOF'.
               88 HIST-IS-INT-ADJUST VALUE 'IAJ' 'WVI'.
               88 HIST-IS-CHECK-VOID VALUE 'CKV'.
               88 HIST-IS-SERVICE-FEE VALUE 'FEE'.
               88 HIST-IS-DISPUTE-CR VALUE 'DSP'.
               88 HIST-IS-DEPOSIT VALUE 'DEP' 'DIA'.
               88 HIST-IS-DEP-REFUND VALUE 'DRF'.
               88 HIST-IS-DEP-APPLIED VALUE 'DAP'.
               88 HIST-IS-CREDIT-MEMO VALUE 'CRM'.
               88 HIST-IS-FEE-ADJUST VALUE 'FAJ' 'WVF'.
               88 HIST-IS-SCRA-CREDIT VALUE 'SCR'.
               88 HIST-IS-FX-REALIZED VALUE 'FXG'.
               88 HIST-IS-REWARDS-CREDIT VALUE 'RWD'.
               88 HIST-IS-TRANSFER VALUE 'XFR'.
               88 HIST-IS-PROMO-INTEREST VALUE 'PIB'.
               88 HIST-IS-DEP-INTEREST VALUE 'DIA' 'DIC'.
               88 HIST-IS-WAIVER VALUE 'WVF' 'WVI'.
           02 HIST-PROGRAM PIC X(10).
           02 HIST-AMOUNT PIC S9(7)V99.
           02 HIST-BALANCE-BEFORE PIC S9(7)V99.
