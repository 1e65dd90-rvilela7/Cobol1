       01 REWARDSMOVEMENT.
           02 RWM-DATE PIC 9(8).
           02 RWM-IDNUM PIC 9(7).
           02 RWM-TYPE PIC X.
               88 RWM-EARNED VALUE 'E'.
               88 RWM-BONUS VALUE 'B'.
               88 RWM-MEMO VALUE 'C'.
               88 RWM-REDEEMED VALUE 'R'.
               88 RWM-FORFEITED VALUE 'F'.
               88 RWM-ADDS-POINTS VALUE 'E' 'B'.
           02 RWM-POINTS PIC 9(9).
           02 RWM-INV-NUMBER PIC 9(7).
           02 RWM-PROGRAM PIC X(10).
