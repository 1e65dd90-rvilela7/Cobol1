      *> Disclosure that replaces the collection wording once a debt
      *> is past its state limitation period. English is the first
      *> entry and is used for any language not in the table.
       01 WS-TIME-BARRED-VALUES.
           02 FILLER PIC XX VALUE "EN".
           02 FILLER PIC X(55) VALUE
               "The law limits how long you can be sued on a debt.".
           02 FILLER PIC X(55) VALUE
               "Because of the age of your debt, we will not sue you".
           02 FILLER PIC X(55) VALUE
               "for it. Whether you pay it is your choice.".
           02 FILLER PIC X(55) VALUE
               "Please contact our office with any questions.".
           02 FILLER PIC XX VALUE "ES".
           02 FILLER PIC X(55) VALUE
               "La ley limita el plazo en que se le puede demandar".
           02 FILLER PIC X(55) VALUE
               "por una deuda. Debido a la antiguedad de su deuda,".
           02 FILLER PIC X(55) VALUE
               "no le demandaremos por ella. Pagarla es decision suya.".
           02 FILLER PIC X(55) VALUE
               "Para cualquier consulta, llame a nuestra oficina.".
       01 WS-TIME-BARRED-TABLE REDEFINES WS-TIME-BARRED-VALUES.
           02 WS-TB-ENTRY OCCURS 2 TIMES.
               03 WS-TB-LANGUAGE PIC XX.
               03 WS-TB-LINE PIC X(55) OCCURS 4 TIMES.
       01 WS-TB-COUNT PIC 9 VALUE 2.
       01 WS-TB-IDX PIC 9.
       01 WS-TB-LINE-IDX PIC 9.
       01 WS-TB-PICK PIC 9.
