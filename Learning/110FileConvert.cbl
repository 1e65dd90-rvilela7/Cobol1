               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-NH-STATUS.
           SELECT KEYEDHISTORY ASSIGN TO "files/CustomerHistory.new"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KH-KEY
               ALTERNATE RECORD KEY IS KH-DATE WITH DUPLICATES
               FILE STATUS IS WS-NH-STATUS.
           SELECT OLDINVOICE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
       FD NEWHISTORY.
       COPY "CustomerHistoryRecord.cpy".

      *> The live history file carries the posting date key; the
      *> archive does not.
       FD KEYEDHISTORY.
       01 KH-RECORD.
           02 KH-KEY.
               03 KH-IDNUM PIC 9(7).
               03 KH-DATE PIC 9(8).
               03 KH-SEQ PIC 9(3).
           02 KH-REST PIC X(40).

       FD OLDINVOICE.
       01 OI-RECORD.
           02 OI-KEY.

       01 WS-OH-PATH PIC X(40).
       01 WS-NH-PATH PIC X(40).
       01 WS-HISTORY-KEY-SWITCH PIC X VALUE 'N'.
           88 WS-HISTORY-DATE-KEYED VALUE 'Y'.
       01 WS-OS-PATH PIC X(40).
       01 WS-NS-PATH PIC X(40).
       01 WS-SWAP-OLD-PATH PIC X(40).
           PERFORM 1000-CONVERT-CUSTOMER-MASTER
           MOVE "files/CustomerHistory.dat" TO WS-OH-PATH
           MOVE "files/CustomerHistory.new" TO WS-NH-PATH
           MOVE 'Y' TO WS-HISTORY-KEY-SWITCH
           PERFORM 2000-CONVERT-HISTORY-FILE
           MOVE "files/HistoryArchive.dat" TO WS-OH-PATH
           MOVE "files/HistoryArchive.new" TO WS-NH-PATH
           MOVE 'N' TO WS-HISTORY-KEY-SWITCH
           PERFORM 2000-CONVERT-HISTORY-FILE
           PERFORM 2100-CONVERT-INVOICES
           PERFORM 2200-CONVERT-REGISTRY
               DISPLAY FUNCTION TRIM(WS-OH-PATH)
                   " not converted - status " WS-OH-STATUS
           ELSE
               IF WS-HISTORY-DATE-KEYED
                   OPEN OUTPUT KEYEDHISTORY
               ELSE
                   OPEN OUTPUT NEWHISTORY
               END-IF
               PERFORM 2010-CONVERT-ONE-MOVEMENT UNTIL WSEOF
               CLOSE OLDHISTORY
               IF WS-HISTORY-DATE-KEYED
                   CLOSE KEYEDHISTORY
               ELSE
                   CLOSE NEWHISTORY
               END-IF
               MOVE WS-OH-PATH TO WS-SWAP-OLD-PATH
               MOVE WS-NH-PATH TO WS-SWAP-NEW-PATH
               PERFORM 9000-SWAP-IN-NEW-FILE
                   MOVE OH-DATE TO HIST-DATE
                   MOVE OH-SEQ TO HIST-SEQ
                   MOVE OH-REST TO HISTORYRECORD(19:40)
                   IF WS-HISTORY-DATE-KEYED
                       MOVE HISTORYRECORD TO KH-RECORD
                       WRITE KH-RECORD
                           INVALID KEY
                               DISPLAY "History convert write failed "
                                   "for customer " KH-IDNUM
                       END-WRITE
                   ELSE
                       WRITE HISTORYRECORD
                           INVALID KEY
                               DISPLAY "History convert write failed "
                                   "for customer " HIST-IDNUM
                       END-WRITE
                   END-IF
           END-READ.

       2100-CONVERT-INVOICES.
                   MOVE 'I' TO INV-DOC-TYPE
                   MOVE ZERO TO INV-ORIG-NUMBER
                   MOVE SPACES TO INV-REASON-CODE
                   MOVE ZERO TO INV-EXEMPT-AMOUNT
                   MOVE SPACES TO INV-EXEMPT-CERT
                   MOVE SPACES TO INV-CURRENCY
                   MOVE ZERO TO INV-FX-RATE
                   MOVE ZERO TO INV-FOREIGN-TOTAL
                   MOVE ZERO TO INV-FOREIGN-PAID
                   MOVE SPACES TO INV-REP-CODE
                   MOVE 'N' TO INV-REP-CHARGEBACK
                   MOVE SPACES TO INV-PROMO-CODE
                   MOVE ZERO TO INV-PROMO-MONTHS
                   MOVE ZERO TO INV-PROMO-END-DATE
                   MOVE SPACE TO INV-PROMO-STATUS
                   MOVE ZERO TO INV-PROMO-DEFERRED
                   WRITE INVOICEHEADER
                       INVALID KEY
                           DISPLAY "Invoice convert write failed "
                   MOVE ORC-OLD-ID TO RC-IDNUM
                   MOVE ORC-SEQ TO RC-SEQ
                   MOVE ORC-REST TO RECURRINGRECORD(10:44)
                   MOVE 'N' TO RC-TAXABLE
                   MOVE SPACES TO RC-ITEM-CODE
                   WRITE RECURRINGRECORD
                       INVALID KEY
                           DISPLAY "Recurring convert write failed "
                   ADD 1 TO WS-TOTAL-RECORDS
                   MOVE OB-OLD-ID TO AGB-IDNUM
                   MOVE OB-REST TO AGINGBUCKETREC(8:50)
                   MOVE ZERO TO AGB-MISSED-CONSEC AGB-MISSED-TOTAL
                       AGB-LAST-MISSED
                   WRITE AGINGBUCKETREC
                       INVALID KEY
                           DISPLAY "Bucket convert write failed "
                   WRITE XREFRECORD
                       INVALID KEY
                           DISPLAY "Xref convert write failed for "
                               "SSN *****" XRF-SSN(6:4)
                   END-WRITE
           END-READ.

