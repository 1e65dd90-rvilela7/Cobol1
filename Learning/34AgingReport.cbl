               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT AGINGREPORT ASSIGN TO "files/AgingReport.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
