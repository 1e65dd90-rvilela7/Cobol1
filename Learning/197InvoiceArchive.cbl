            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceArchive.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT INVOICELINES ASSIGN TO "files/InvoiceLines.dat"
               ORGANIZATION IS INDEXED
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
           SELECT DISPUTEFILE ASSIGN TO "files/Disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT PLANFILE ASSIGN TO "files/PaymentPlans.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS WS-PL-STATUS.
           SELECT ARCHIVERPT ASSIGN TO "files/InvoiceArchive.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD INVOICELINES.
       COPY "InvoiceLine.cpy".

       FD ARCHIVEHDRFILE.
       COPY "InvoiceHeaderArchive.cpy".

       FD ARCHIVELINEFILE.
       COPY "InvoiceLineArchive.cpy".

       FD DISPUTEFILE.
       COPY "Dispute.cpy".

       FD PLANFILE.
       COPY "PaymentPlan.cpy".

       FD ARCHIVERPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-LINE-EOF-SWITCH PIC X.
           88 WS-LINE-EOF VALUE 'Y'.
       01 WS-DSP-EOF-SWITCH PIC X.
           88 WS-DSP-EOF VALUE 'Y'.
       01 WS-DISPUTES-SWITCH PIC X VALUE 'N'.
           88 WS-HAVE-DISPUTES VALUE 'Y'.
       01 WS-PLANS-SWITCH PIC X VALUE 'N'.
           88 WS-HAVE-PLANS VALUE 'Y'.
       01 WS-RETAIN-REASON PIC X.
           88 WS-ARCHIVE-IT VALUE SPACE.
           88 WS-RETAIN-MEMO VALUE 'M'.
           88 WS-RETAIN-DISPUTE VALUE 'D'.
           88 WS-RETAIN-PLAN VALUE 'P'.
           88 WS-RETAIN-ERROR VALUE 'E'.

       01 WS-PARM-STRING PIC X(10). *> optional PARM, months to keep
       01 WS-KEEP-MONTHS PIC 9(3) VALUE 24.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
           02 WS-CU-YYYY PIC 9(4).
           02 WS-CU-MM PIC 99.
           02 WS-CU-DD PIC 99.
       01 WS-MONTH-INDEX PIC 9(6) COMP-3.
       01 WS-CURRENT-DATE.
           02 WS-CD-YYYY PIC 9(4).
           02 WS-CD-MM PIC 99.
           02 FILLER PIC X(15).

      *> Invoices that an open credit memo still points at.
       01 WS-MEMO-TABLE.
           02 WS-MEMO-COUNT PIC 9(4) COMP VALUE ZERO.
           02 WS-MEMO-ORIG PIC 9(7) OCCURS 2000 TIMES.
       01 WS-MEMO-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-MEMO-SUB PIC 9(4) COMP.
       01 WS-MEMO-OVERFLOW-SWITCH PIC X VALUE 'N'.
           88 WS-MEMO-OVERFLOW VALUE 'Y'.

       01 WS-LAST-NUMBER PIC 9(7).

      *> Control totals - headers and lines, live before and after,
      *> written to the archive and deleted from the live files.
       01 WS-CONTROL-TOTALS.
           02 WS-HDR-BEFORE PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-HDR-AFTER PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-HDR-ARCHIVED PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-HDR-REMOVED PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-HDR-AMT-BEFORE PIC S9(11)V99 COMP-3 VALUE ZERO.
           02 WS-HDR-AMT-AFTER PIC S9(11)V99 COMP-3 VALUE ZERO.
           02 WS-HDR-AMT-ARCHIVED PIC S9(11)V99 COMP-3 VALUE ZERO.
           02 WS-HDR-AMT-REMOVED PIC S9(11)V99 COMP-3 VALUE ZERO.
           02 WS-LIN-BEFORE PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-LIN-AFTER PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-LIN-ARCHIVED PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-LIN-REMOVED PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-LIN-AMT-BEFORE PIC S9(11)V99 COMP-3 VALUE ZERO.
           02 WS-LIN-AMT-AFTER PIC S9(11)V99 COMP-3 VALUE ZERO.
           02 WS-LIN-AMT-ARCHIVED PIC S9(11)V99 COMP-3 VALUE ZERO.
           02 WS-LIN-AMT-REMOVED PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-RETAINED-COUNTS.
           02 WS-KEPT-MEMO PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-KEPT-DISPUTE PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-KEPT-PLAN PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-KEPT-ERROR PIC 9(7) COMP-3 VALUE ZERO.
           02 WS-LINE-ERRORS PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-PROOF-SWITCH PIC X VALUE 'Y'.
           88 WS-PROOF-BALANCED VALUE 'Y'.

       01 WS-EXPECTED-COUNT PIC S9(7) COMP-3.
       01 WS-EXPECTED-AMOUNT PIC S9(11)V99 COMP-3.

       01 RPT-HEADING.
           02 FILLER PIC X(31) VALUE "INVOICE ARCHIVE CONTROL REPORT ".
           02 FILLER PIC X(9) VALUE "RUN DATE ".
           02 RPT-RUN-DATE PIC 9(8).
           02 FILLER PIC X(9) VALUE " CUTOFF ".
           02 RPT-CUTOFF PIC 9(8).
       01 RPT-COLUMNS.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "HEADERS".
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "AMOUNT".
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "LINES".
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "AMOUNT".
       01 RPT-CONTROL-LINE.
           02 RPT-CAPTION PIC X(20).
           02 FILLER PIC X(6) VALUE SPACES.
           02 RPT-HDR-COUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RPT-HDR-AMOUNT PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RPT-LIN-COUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RPT-LIN-AMOUNT PIC $$$,$$$,$$$,$$9.99-.
       01 RPT-RETAINED-LINE.
           02 RPT-RETAINED-CAPTION PIC X(40).
           02 RPT-RETAINED-COUNT PIC Z,ZZZ,ZZ9.

       01 WS-IH-STATUS PIC XX.
       01 WS-IL-STATUS PIC XX.
       01 WS-AH-STATUS PIC XX.
       01 WS-AL-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Settled and void invoices dated before the cutoff move, with
      *> their lines, from the live invoice files to the archive
      *> files. An invoice stays live while an open credit memo is
      *> raised against it, or while its customer has an open dispute
      *> or an active payment plan - disputes carry only a free-text
      *> reference, so the whole customer is held back. The control
      *> report proves the live files lost exactly what the archive
      *> gained, by count and amount, for headers and lines.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               COMPUTE WS-KEEP-MONTHS =
                   FUNCTION NUMVAL(WS-PARM-STRING)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-MONTH-INDEX =
               (WS-CD-YYYY * 12) + WS-CD-MM - WS-KEEP-MONTHS
           COMPUTE WS-CU-YYYY = (WS-MONTH-INDEX - 1) / 12
           COMPUTE WS-CU-MM =
               WS-MONTH-INDEX - (WS-CU-YYYY * 12)
           MOVE 1 TO WS-CU-DD
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-COUNT-LIVE-FILES
           MOVE WS-HDR-AFTER TO WS-HDR-BEFORE
           MOVE WS-HDR-AMT-AFTER TO WS-HDR-AMT-BEFORE
           MOVE WS-LIN-AFTER TO WS-LIN-BEFORE
           MOVE WS-LIN-AMT-AFTER TO WS-LIN-AMT-BEFORE
           IF WS-MEMO-OVERFLOW
               DISPLAY "More than " WS-MEMO-MAX " open credit memos"
                   " - nothing archived"
           ELSE
               PERFORM 2000-ARCHIVE-INVOICES
           END-IF
           PERFORM 1000-COUNT-LIVE-FILES
           PERFORM 5000-WRITE-CONTROL-REPORT
           CLOSE INVOICEFILE
           CLOSE INVOICELINES
           CLOSE ARCHIVEHDRFILE
           CLOSE ARCHIVELINEFILE
           IF WS-HAVE-DISPUTES
               CLOSE DISPUTEFILE
           END-IF
           IF WS-HAVE-PLANS
               CLOSE PLANFILE
           END-IF
           CLOSE ARCHIVERPT
           DISPLAY "Invoice archive complete - " WS-HDR-REMOVED
               " invoices and " WS-LIN-REMOVED
               " lines archived before " WS-CUTOFF-DATE
           IF NOT WS-PROOF-BALANCED
               DISPLAY "Invoice archive control totals OUT OF BALANCE"
                   " - see files/InvoiceArchive.rpt"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               DISPLAY "No invoice file to archive - status "
                   WS-IH-STATUS
               GOBACK
           END-IF
           OPEN I-O INVOICELINES
           IF WS-IL-STATUS NOT = "00"
               MOVE "INVOICELINES" TO WS-ABEND-FILE-NAME
               MOVE WS-IL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O ARCHIVEHDRFILE
           IF WS-AH-STATUS = "35"
               OPEN OUTPUT ARCHIVEHDRFILE
               CLOSE ARCHIVEHDRFILE
               OPEN I-O ARCHIVEHDRFILE
           END-IF
           IF WS-AH-STATUS NOT = "00"
               MOVE "ARCHIVEHDRFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AH-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O ARCHIVELINEFILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ARCHIVELINEFILE
               CLOSE ARCHIVELINEFILE
               OPEN I-O ARCHIVELINEFILE
           END-IF
           IF WS-AL-STATUS NOT = "00"
               MOVE "ARCHIVELINEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-AL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT DISPUTEFILE
           IF WS-DS-STATUS = "00"
               SET WS-HAVE-DISPUTES TO TRUE
           END-IF
           OPEN INPUT PLANFILE
           IF WS-PL-STATUS = "00"
               SET WS-HAVE-PLANS TO TRUE
           END-IF
           OPEN OUTPUT ARCHIVERPT
           IF WS-AR-STATUS NOT = "00"
               MOVE "ARCHIVERPT" TO WS-ABEND-FILE-NAME
               MOVE WS-AR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

      *> Counts and totals what is live. The first time through it
      *> also notes every invoice an open credit memo points at.
       1000-COUNT-LIVE-FILES.
           MOVE ZERO TO WS-HDR-AFTER WS-HDR-AMT-AFTER
               WS-LIN-AFTER WS-LIN-AMT-AFTER
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO INV-NUMBER
           START INVOICEFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1010-COUNT-ONE-HEADER UNTIL WSEOF
           MOVE 'N' TO WS-LINE-EOF-SWITCH
           MOVE ZERO TO INL-NUMBER INL-LINE-NO
           START INVOICELINES KEY IS NOT LESS THAN INL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
           END-START
           PERFORM 1020-COUNT-ONE-LINE UNTIL WS-LINE-EOF.

       1010-COUNT-ONE-HEADER.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HDR-AFTER
           ADD INV-TOTAL TO WS-HDR-AMT-AFTER
           IF WS-HDR-BEFORE = ZERO
               AND INV-IS-CREDIT-MEMO
               AND NOT INV-SETTLED AND NOT INV-VOID
               PERFORM 1100-NOTE-OPEN-MEMO
           END-IF.

       1020-COUNT-ONE-LINE.
           READ INVOICELINES NEXT RECORD
               AT END SET WS-LINE-EOF TO TRUE
           END-READ
           IF NOT WS-LINE-EOF
               ADD 1 TO WS-LIN-AFTER
               ADD INL-AMOUNT TO WS-LIN-AMT-AFTER
           END-IF.

       1100-NOTE-OPEN-MEMO.
           IF WS-MEMO-COUNT NOT < WS-MEMO-MAX
               SET WS-MEMO-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEMO-COUNT
           MOVE INV-ORIG-NUMBER TO WS-MEMO-ORIG(WS-MEMO-COUNT).

       2000-ARCHIVE-INVOICES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO INV-NUMBER
           START INVOICEFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-CONSIDER-ONE-INVOICE UNTIL WSEOF.

      *> After each invoice the file is positioned again past it, so
      *> a deleted header does not disturb the sequential read.
       2010-CONSIDER-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           MOVE INV-NUMBER TO WS-LAST-NUMBER
           IF (INV-SETTLED OR INV-VOID)
               AND INV-DATE < WS-CUTOFF-DATE
               PERFORM 2100-CHECK-RETENTION
               IF WS-ARCHIVE-IT
                   PERFORM 3000-ARCHIVE-ONE-INVOICE
               END-IF
               PERFORM 2200-COUNT-RETAINED
           END-IF
           MOVE WS-LAST-NUMBER TO INV-NUMBER
           START INVOICEFILE KEY IS GREATER THAN INV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START.

       2100-CHECK-RETENTION.
           MOVE SPACE TO WS-RETAIN-REASON
           PERFORM 2110-CHECK-ONE-MEMO
               VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
                   OR NOT WS-ARCHIVE-IT
           IF NOT WS-ARCHIVE-IT
               EXIT PARAGRAPH
           END-IF
           IF WS-HAVE-DISPUTES
               PERFORM 2120-CHECK-DISPUTES
               IF NOT WS-ARCHIVE-IT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HAVE-PLANS
               MOVE INV-IDNUM TO PLN-IDNUM
               READ PLANFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLN-ACTIVE
                           SET WS-RETAIN-PLAN TO TRUE
                       END-IF
               END-READ
           END-IF.

       2110-CHECK-ONE-MEMO.
           IF WS-MEMO-ORIG(WS-MEMO-SUB) = INV-NUMBER
               SET WS-RETAIN-MEMO TO TRUE
           END-IF.

       2120-CHECK-DISPUTES.
           MOVE 'N' TO WS-DSP-EOF-SWITCH
           MOVE INV-IDNUM TO DSP-IDNUM
           MOVE ZERO TO DSP-SEQ
           START DISPUTEFILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-DSP-EOF TO TRUE
           END-START
           PERFORM 2130-CHECK-ONE-DISPUTE
               UNTIL WS-DSP-EOF OR NOT WS-ARCHIVE-IT.

       2130-CHECK-ONE-DISPUTE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET WS-DSP-EOF TO TRUE
           END-READ
           IF WS-DSP-EOF
               EXIT PARAGRAPH
           END-IF
           IF DSP-IDNUM NOT = INV-IDNUM
               SET WS-DSP-EOF TO TRUE
           ELSE IF DSP-OPEN
               SET WS-RETAIN-DISPUTE TO TRUE
           END-IF.

       2200-COUNT-RETAINED.
           EVALUATE TRUE
               WHEN WS-RETAIN-MEMO
                   ADD 1 TO WS-KEPT-MEMO
               WHEN WS-RETAIN-DISPUTE
                   ADD 1 TO WS-KEPT-DISPUTE
               WHEN WS-RETAIN-PLAN
                   ADD 1 TO WS-KEPT-PLAN
               WHEN WS-RETAIN-ERROR
                   ADD 1 TO WS-KEPT-ERROR
           END-EVALUATE.

      *> The header goes to the archive first; if it will not write
      *> the invoice stays live, lines and all. Each line is deleted
      *> from the live file only once its archive copy is written.
       3000-ARCHIVE-ONE-INVOICE.
           MOVE SPACES TO ARCHIVEHEADER
           MOVE INVOICEHEADER TO AIH-IMAGE
           WRITE ARCHIVEHEADER
               INVALID KEY
                   DISPLAY "Archive write failed for invoice "
                       INV-NUMBER " - left live"
                   SET WS-RETAIN-ERROR TO TRUE
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-HDR-ARCHIVED
           ADD INV-TOTAL TO WS-HDR-AMT-ARCHIVED
           MOVE 'N' TO WS-LINE-EOF-SWITCH
           MOVE INV-NUMBER TO INL-NUMBER
           MOVE ZERO TO INL-LINE-NO
           START INVOICELINES KEY IS NOT LESS THAN INL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
           END-START
           PERFORM 3010-ARCHIVE-ONE-LINE UNTIL WS-LINE-EOF
           DELETE INVOICEFILE
               INVALID KEY
                   DISPLAY "Live delete failed for invoice "
                       INV-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-HDR-REMOVED
                   ADD INV-TOTAL TO WS-HDR-AMT-REMOVED
           END-DELETE.

       3010-ARCHIVE-ONE-LINE.
           READ INVOICELINES NEXT RECORD
               AT END SET WS-LINE-EOF TO TRUE
           END-READ
           IF WS-LINE-EOF
               EXIT PARAGRAPH
           END-IF
           IF INL-NUMBER NOT = INV-NUMBER
               SET WS-LINE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARCHIVELINE
           MOVE INVOICELINE TO AIL-IMAGE
           WRITE ARCHIVELINE
               INVALID KEY
                   DISPLAY "Archive write failed for invoice "
                       INL-NUMBER " line " INL-LINE-NO " - left live"
                   ADD 1 TO WS-LINE-ERRORS
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-LIN-ARCHIVED
           ADD INL-AMOUNT TO WS-LIN-AMT-ARCHIVED
           DELETE INVOICELINES
               INVALID KEY
                   DISPLAY "Live delete failed for invoice "
                       INL-NUMBER " line " INL-LINE-NO
               NOT INVALID KEY
                   ADD 1 TO WS-LIN-REMOVED
                   ADD INL-AMOUNT TO WS-LIN-AMT-REMOVED
           END-DELETE
           START INVOICELINES KEY IS GREATER THAN INL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
           END-START.

      *> What was archived must equal what was removed, and what is
      *> live now must equal what was live less what was removed.
       5000-WRITE-CONTROL-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-RUN-DATE
           MOVE WS-CUTOFF-DATE TO RPT-CUTOFF
           WRITE PRINTLINE FROM RPT-HEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM RPT-COLUMNS
           MOVE "LIVE BEFORE" TO RPT-CAPTION
           MOVE WS-HDR-BEFORE TO RPT-HDR-COUNT
           MOVE WS-HDR-AMT-BEFORE TO RPT-HDR-AMOUNT
           MOVE WS-LIN-BEFORE TO RPT-LIN-COUNT
           MOVE WS-LIN-AMT-BEFORE TO RPT-LIN-AMOUNT
           WRITE PRINTLINE FROM RPT-CONTROL-LINE
           MOVE "WRITTEN TO ARCHIVE" TO RPT-CAPTION
           MOVE WS-HDR-ARCHIVED TO RPT-HDR-COUNT
           MOVE WS-HDR-AMT-ARCHIVED TO RPT-HDR-AMOUNT
           MOVE WS-LIN-ARCHIVED TO RPT-LIN-COUNT
           MOVE WS-LIN-AMT-ARCHIVED TO RPT-LIN-AMOUNT
           WRITE PRINTLINE FROM RPT-CONTROL-LINE
           MOVE "REMOVED FROM LIVE" TO RPT-CAPTION
           MOVE WS-HDR-REMOVED TO RPT-HDR-COUNT
           MOVE WS-HDR-AMT-REMOVED TO RPT-HDR-AMOUNT
           MOVE WS-LIN-REMOVED TO RPT-LIN-COUNT
           MOVE WS-LIN-AMT-REMOVED TO RPT-LIN-AMOUNT
           WRITE PRINTLINE FROM RPT-CONTROL-LINE
           MOVE "LIVE AFTER" TO RPT-CAPTION
           MOVE WS-HDR-AFTER TO RPT-HDR-COUNT
           MOVE WS-HDR-AMT-AFTER TO RPT-HDR-AMOUNT
           MOVE WS-LIN-AFTER TO RPT-LIN-COUNT
           MOVE WS-LIN-AMT-AFTER TO RPT-LIN-AMOUNT
           WRITE PRINTLINE FROM RPT-CONTROL-LINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "RETAINED - OPEN CREDIT MEMO" TO RPT-RETAINED-CAPTION
           MOVE WS-KEPT-MEMO TO RPT-RETAINED-COUNT
           WRITE PRINTLINE FROM RPT-RETAINED-LINE
           MOVE "RETAINED - CUSTOMER HAS OPEN DISPUTE"
               TO RPT-RETAINED-CAPTION
           MOVE WS-KEPT-DISPUTE TO RPT-RETAINED-COUNT
           WRITE PRINTLINE FROM RPT-RETAINED-LINE
           MOVE "RETAINED - ACTIVE PAYMENT PLAN" TO RPT-RETAINED-CAPTION
           MOVE WS-KEPT-PLAN TO RPT-RETAINED-COUNT
           WRITE PRINTLINE FROM RPT-RETAINED-LINE
           MOVE "RETAINED - ARCHIVE WRITE FAILED"
               TO RPT-RETAINED-CAPTION
           MOVE WS-KEPT-ERROR TO RPT-RETAINED-COUNT
           WRITE PRINTLINE FROM RPT-RETAINED-LINE
           MOVE "LINES LEFT LIVE - ARCHIVE WRITE FAILED"
               TO RPT-RETAINED-CAPTION
           MOVE WS-LINE-ERRORS TO RPT-RETAINED-COUNT
           WRITE PRINTLINE FROM RPT-RETAINED-LINE
           PERFORM 5100-PROVE-TOTALS
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-PROOF-BALANCED
               STRING "PROOF: ARCHIVED = REMOVED AND BEFORE - REMOVED"
                   " = AFTER - IN BALANCE" DELIMITED BY SIZE
                   INTO PRINTLINE
           ELSE
               MOVE "PROOF: CONTROL TOTALS OUT OF BALANCE"
                   TO PRINTLINE
           END-IF
           WRITE PRINTLINE.

       5100-PROVE-TOTALS.
           IF WS-HDR-ARCHIVED NOT = WS-HDR-REMOVED
               OR WS-HDR-AMT-ARCHIVED NOT = WS-HDR-AMT-REMOVED
               OR WS-LIN-ARCHIVED NOT = WS-LIN-REMOVED
               OR WS-LIN-AMT-ARCHIVED NOT = WS-LIN-AMT-REMOVED
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF
           COMPUTE WS-EXPECTED-COUNT = WS-HDR-BEFORE - WS-HDR-REMOVED
           COMPUTE WS-EXPECTED-AMOUNT =
               WS-HDR-AMT-BEFORE - WS-HDR-AMT-REMOVED
           IF WS-EXPECTED-COUNT NOT = WS-HDR-AFTER
               OR WS-EXPECTED-AMOUNT NOT = WS-HDR-AMT-AFTER
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF
           COMPUTE WS-EXPECTED-COUNT = WS-LIN-BEFORE - WS-LIN-REMOVED
           COMPUTE WS-EXPECTED-AMOUNT =
               WS-LIN-AMT-BEFORE - WS-LIN-AMT-REMOVED
           IF WS-EXPECTED-COUNT NOT = WS-LIN-AFTER
               OR WS-EXPECTED-AMOUNT NOT = WS-LIN-AMT-AFTER
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
