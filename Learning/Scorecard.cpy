       01 SCORECARDRECORD.
           02 SC-CHARACTERISTIC PIC XX.
               88 SC-IS-CLASS VALUE 'CL'.
               88 SC-IS-AGE VALUE 'AG'.
               88 SC-IS-REGION VALUE 'RG'.
               88 SC-IS-RELATIONSHIP VALUE 'RL'.
               88 SC-IS-GUARANTOR VALUE 'GU'.
               88 SC-IS-WRITEOFF VALUE 'WO'.
               88 SC-IS-BAND VALUE 'BD'.
           02 SC-VALUE PIC X(3).
           02 SC-VALUE-NUM REDEFINES SC-VALUE PIC 9(3).
           02 SC-POINTS PIC S9(3) SIGN LEADING SEPARATE.
           02 SC-DECISION PIC X.
               88 SC-APPROVE VALUE 'A'.
               88 SC-REFER VALUE 'R'.
               88 SC-DECLINE VALUE 'D'.
           02 SC-LIMIT PIC 9(7)V99.
           02 SC-GRADE PIC X.
           02 SC-UPDATED-BY PIC X(8).
           02 SC-UPDATED-DATE PIC 9(8).
