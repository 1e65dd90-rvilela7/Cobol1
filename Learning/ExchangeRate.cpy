       01 EXCHANGERATERECORD.
           02 XR-CURRENCY PIC X(3).
           02 XR-RATE-DATE PIC 9(8).
           02 XR-RATE PIC 9(3)V9(6).
           02 XR-UPDATED-BY PIC X(8).
           02 XR-UPDATED-DATE PIC 9(8).
