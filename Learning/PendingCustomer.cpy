           02 PCU-STATUS PIC X.
               88 PCU-PENDING VALUE 'P'.
               88 PCU-REJECTED VALUE 'R'.
               88 PCU-HELD VALUE 'H'.
           02 PCU-REASON PIC X(25).
           02 PCU-ENTERED PIC 9(8).
