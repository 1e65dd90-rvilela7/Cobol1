      *> Scorecard characteristics as they are named to an applicant
      *> among the main reasons for declining a credit application.
       01 WS-SCORE-REASON-VALUES.
           02 FILLER PIC X(37)
               VALUE "CLType of account applied for".
           02 FILLER PIC X(37)
               VALUE "AGAge of applicant".
           02 FILLER PIC X(37)
               VALUE "RGArea of residence".
           02 FILLER PIC X(37)
               VALUE "RLNo existing relationship with us".
           02 FILLER PIC X(37)
               VALUE "GUNo guarantor on the application".
           02 FILLER PIC X(37)
               VALUE "WOPrevious account written off".
       01 WS-SCORE-REASON-TABLE REDEFINES WS-SCORE-REASON-VALUES.
           02 WS-SR-ENTRY OCCURS 6 TIMES.
               03 WS-SR-CODE PIC XX.
               03 WS-SR-TEXT PIC X(35).
       01 WS-SR-COUNT PIC 9 VALUE 6.
       01 WS-SR-IDX PIC 9.
       01 WS-SR-PICK PIC 9.
