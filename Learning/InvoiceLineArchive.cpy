      *> An archived invoice line keeps the live line image whole;
      *> move AIL-IMAGE back into INVOICELINE to work with its fields.
       01 ARCHIVELINE.
           02 AIL-IMAGE.
               03 AIL-KEY.
                   04 AIL-NUMBER PIC 9(7).
                   04 AIL-LINE-NO PIC 9(3).
               03 FILLER PIC X(90).
