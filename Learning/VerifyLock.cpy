       01 VERIFYLOCKRECORD.
           02 VFL-IDNUM PIC 9(7).
           02 VFL-FAIL-COUNT PIC 9.
           02 VFL-STATUS PIC X.
               88 VFL-OPEN VALUE 'O'.
               88 VFL-LOCKED VALUE 'L'.
           02 VFL-LAST-FAIL-DATE PIC 9(8).
           02 VFL-LOCKED-DATE PIC 9(8).
           02 VFL-UNLOCKED-BY PIC X(8).
           02 VFL-UNLOCKED-DATE PIC 9(8).
           02 FILLER PIC X(10).
