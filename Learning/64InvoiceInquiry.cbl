               ACCESS IS DYNAMIC
               RECORD KEY IS INL-KEY
               FILE STATUS IS WS-IL-STATUS.
           SELECT ARCHIVEHDRFILE
               ASSIGN TO "files/InvoiceHeaderArchive.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AIH-KEY
               FILE STATUS IS WS-AH-STATUS.
           SELECT ARCHIVELINEFILE
               ASSIGN TO "files/InvoiceLinesArchive.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AIL-KEY
               FILE STATUS IS WS-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICELINES.
       COPY "InvoiceLine.cpy".

       FD ARCHIVEHDRFILE.
       COPY "InvoiceHeaderArchive.cpy".

       FD ARCHIVELINEFILE.
       COPY "InvoiceLineArchive.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEEP-GOING-SWITCH PIC X VALUE 'Y'.
           88 WS-KEEP-GOING VALUE 'Y'.
       01 WS-MEMO-EOF-SWITCH PIC X.
           88 WS-MEMO-EOF VALUE 'Y'.
       01 WS-MEMO-COUNT PIC 9(3) COMP-3.
       01 WS-ARCHIVE-SWITCH PIC X VALUE 'N'.
           88 WS-HAVE-ARCHIVE VALUE 'Y'.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-FOUND-LIVE VALUE 'L'.
           88 WS-FOUND-ARCHIVED VALUE 'A'.
           88 WS-NOT-FOUND VALUE 'N'.

       01 WS-IH-STATUS PIC XX.
       01 WS-IL-STATUS PIC XX.
       01 WS-AH-STATUS PIC XX.
       01 WS-AL-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE WS-IL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT ARCHIVEHDRFILE
           IF WS-AH-STATUS = "00"
               OPEN INPUT ARCHIVELINEFILE
               IF WS-AL-STATUS = "00"
                   SET WS-HAVE-ARCHIVE TO TRUE
               ELSE
                   CLOSE ARCHIVEHDRFILE
               END-IF
           END-IF
           PERFORM 1000-INQUIRE-INVOICE UNTIL NOT WS-KEEP-GOING
           CLOSE INVOICEFILE
           CLOSE INVOICELINES
           IF WS-HAVE-ARCHIVE
               CLOSE ARCHIVEHDRFILE
               CLOSE ARCHIVELINEFILE
           END-IF
           GOBACK.

       1000-INQUIRE-INVOICE.
               PERFORM 2000-DISPLAY-INVOICE
           END-IF.

      *> An invoice not on the live file may have been archived once
      *> settled or voided; the archive is read the same way.
       2000-DISPLAY-INVOICE.
           SET WS-NOT-FOUND TO TRUE
           MOVE WS-INQUIRY-NUMBER TO INV-NUMBER
           READ INVOICEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND-LIVE TO TRUE
           END-READ
           IF WS-NOT-FOUND AND WS-HAVE-ARCHIVE
               MOVE WS-INQUIRY-NUMBER TO AIH-NUMBER
               READ ARCHIVEHDRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AIH-IMAGE TO INVOICEHEADER
                       SET WS-FOUND-ARCHIVED TO TRUE
               END-READ
           END-IF
           IF WS-NOT-FOUND
               DISPLAY "Invoice " WS-INQUIRY-NUMBER " not on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "Invoice ....... " INV-NUMBER
           IF WS-FOUND-ARCHIVED
               DISPLAY "Held on ....... INVOICE ARCHIVE"
           END-IF
           DISPLAY "Customer ID ... " INV-IDNUM
           DISPLAY "Date .......... " INV-DATE
           MOVE INV-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "Total ......... " WS-AMOUNT-EDIT
           IF INV-IS-CREDIT-MEMO
               DISPLAY "Document ...... CREDIT MEMO against "
                   INV-ORIG-NUMBER " reason "
                   INV-REASON-CODE
           END-IF
           EVALUATE TRUE
               WHEN INV-SETTLED
                   DISPLAY "Status ........ SETTLED"
               WHEN INV-POSTED
                   DISPLAY "Status ........ POSTED"
               WHEN INV-HELD
                   DISPLAY "Status ........ HELD FOR "
                       "APPROVAL"
               WHEN INV-VOID
                   DISPLAY "Status ........ VOID"
               WHEN OTHER
                   DISPLAY "Status ........ OPEN"
           END-EVALUATE
           IF WS-FOUND-LIVE
               PERFORM 3000-SHOW-LINE-ITEMS
           ELSE
               PERFORM 3100-SHOW-ARCHIVED-LINES
           END-IF
           PERFORM 4000-SHOW-MEMOS-AGAINST
           IF WS-HAVE-ARCHIVE
               PERFORM 4100-SHOW-ARCHIVED-MEMOS
           END-IF
           DISPLAY "--------------------------------------------".

       3000-SHOW-LINE-ITEMS.
           MOVE 'N' TO WS-LINE-EOF-SWITCH
                   MOVE 'Y' TO WS-LINE-EOF-SWITCH
               ELSE
                   MOVE INL-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY "  " INL-LINE-NO " " INL-ITEM-CODE " "
                       INL-DESCRIPTION " " INL-QUANTITY " "
                       WS-AMOUNT-EDIT
               END-IF
           END-IF.

       3100-SHOW-ARCHIVED-LINES.
           MOVE 'N' TO WS-LINE-EOF-SWITCH
           MOVE WS-INQUIRY-NUMBER TO AIL-NUMBER
           MOVE ZERO TO AIL-LINE-NO
           START ARCHIVELINEFILE KEY IS NOT LESS THAN AIL-KEY
               INVALID KEY MOVE 'Y' TO WS-LINE-EOF-SWITCH
           END-START
           PERFORM 3110-SHOW-ONE-ARCHIVED-LINE UNTIL WS-LINE-EOF.

       3110-SHOW-ONE-ARCHIVED-LINE.
           READ ARCHIVELINEFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LINE-EOF-SWITCH
           END-READ
           IF NOT WS-LINE-EOF
               IF AIL-NUMBER NOT = WS-INQUIRY-NUMBER
                   MOVE 'Y' TO WS-LINE-EOF-SWITCH
               ELSE
                   MOVE AIL-IMAGE TO INVOICELINE
                   MOVE INL-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY "  " INL-LINE-NO " " INL-ITEM-CODE " "
                       INL-DESCRIPTION " " INL-QUANTITY " "
                       WS-AMOUNT-EDIT
               END-IF
           END-IF.

      *> Credit memos raised against this invoice are shown with it,
      *> whether they are still live or have been archived.
       4000-SHOW-MEMOS-AGAINST.
           MOVE ZERO TO WS-MEMO-COUNT
           MOVE 'N' TO WS-MEMO-EOF-SWITCH
               END-IF
           END-IF.

       4100-SHOW-ARCHIVED-MEMOS.
           MOVE 'N' TO WS-MEMO-EOF-SWITCH
           MOVE ZERO TO AIH-NUMBER
           START ARCHIVEHDRFILE KEY IS NOT LESS THAN AIH-KEY
               INVALID KEY SET WS-MEMO-EOF TO TRUE
           END-START
           PERFORM 4110-SHOW-ONE-ARCHIVED-MEMO UNTIL WS-MEMO-EOF.

       4110-SHOW-ONE-ARCHIVED-MEMO.
           READ ARCHIVEHDRFILE NEXT RECORD
               AT END SET WS-MEMO-EOF TO TRUE
           END-READ
           IF NOT WS-MEMO-EOF
               MOVE AIH-IMAGE TO INVOICEHEADER
               IF INV-IS-CREDIT-MEMO
                   AND INV-ORIG-NUMBER = WS-INQUIRY-NUMBER
                   ADD 1 TO WS-MEMO-COUNT
                   MOVE INV-TOTAL TO WS-AMOUNT-EDIT
                   DISPLAY "Credit memo ... " INV-NUMBER " "
                       WS-AMOUNT-EDIT " reason " INV-REASON-CODE
                       " status " INV-STATUS " (archived)"
               END-IF
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
