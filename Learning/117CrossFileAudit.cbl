               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
                   MOVE SPACES TO DETAILLINE
                   STRING "  XREF " DELIMITED BY SIZE
                       WS-REF-STATE DELIMITED BY SIZE
                       " SSN *****" DELIMITED BY SIZE
                       XRF-SSN(6:4) DELIMITED BY SIZE
                       " CUSTOMER " DELIMITED BY SIZE
                       WS-CHECK-IDNUM DELIMITED BY SIZE
                       INTO DETAILLINE
