      *> An archived invoice keeps the live header image whole; there
      *> is room for the layout to grow. Move AIH-IMAGE back into
      *> INVOICEHEADER to work with its fields.
       01 ARCHIVEHEADER.
           02 AIH-IMAGE.
               03 AIH-KEY.
                   04 AIH-NUMBER PIC 9(7).
               03 AIH-IDNUM PIC 9(7).
               03 FILLER PIC X(286).
