               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT MONITORRPT ASSIGN TO "files/PlanMonitor.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
