       01 SKIPBATCHRECORD.
           02 SKB-BATCH PIC 9(8).
           02 SKB-SENT-COUNT PIC 9(7).
