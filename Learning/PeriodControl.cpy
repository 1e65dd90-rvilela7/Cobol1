       01 PERIODCONTROLRECORD.
           02 PER-KEY.
               03 PER-PERIOD PIC 9(6).
                   88 PER-IS-RULE-ENTRY VALUE ZERO.
           02 PER-STATUS PIC X.
               88 PER-OPEN VALUE 'O'.
               88 PER-CLOSED VALUE 'C'.
           02 PER-CLOSED-DATE PIC 9(8).
           02 PER-CLOSED-BY PIC X(8).
           02 PER-REOPEN-COUNT PIC 9(3).
           02 PER-REOPENED-DATE PIC 9(8).
           02 PER-REOPENED-BY PIC X(8).
           02 PER-REOPEN-REASON PIC X(30).
      *> Held on the period 000000 entry only: what the posting
      *> programs do with an item dated into a closed month.
           02 PER-BACKDATE-RULE PIC X.
               88 PER-RULE-REJECT VALUE 'R'.
               88 PER-RULE-ROLL VALUE 'M' SPACE.
           02 FILLER PIC X(10).
