       01 REMINDERRECORD.
           02 RMD-KEY.
               03 RMD-IDNUM PIC 9(7).
               03 RMD-SOURCE PIC X.
                   88 RMD-FROM-INVOICE VALUE 'I'.
                   88 RMD-FROM-PLAN VALUE 'P'.
               03 RMD-DUE-DATE PIC 9(8).
               03 RMD-REFERENCE PIC 9(7).
           02 RMD-AMOUNT PIC S9(7)V99.
           02 RMD-SENT-DATE PIC 9(8).
           02 RMD-CHANNEL PIC X.
               88 RMD-BY-EMAIL VALUE 'E'.
               88 RMD-BY-PRINT VALUE 'P'.
           02 FILLER PIC X(10).
