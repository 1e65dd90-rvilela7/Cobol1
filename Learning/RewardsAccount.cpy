       01 REWARDSACCOUNT.
           02 RWA-IDNUM PIC 9(7).
           02 RWA-BALANCE PIC S9(9).
           02 RWA-EARNED PIC S9(9).
           02 RWA-REDEEMED PIC S9(9).
           02 RWA-FORFEITED PIC S9(9).
           02 RWA-OPENED-DATE PIC 9(8).
           02 RWA-LAST-ACTIVITY PIC 9(8).
