            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LanguageFallback.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALLBACKLOG ASSIGN TO "files/LanguageFallback.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LF-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT FALLBACKRPT ASSIGN TO "files/LanguageFallback.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FALLBACKLOG.
       COPY "LanguageFallback.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD FALLBACKRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-HAVE-CUSTOMERS PIC X VALUE 'N'.
           88 WS-CUSTOMER-FILE-OPEN VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20). *> optional "FROMDATE TODATE"
       01 WS-PARM-1 PIC X(10).
       01 WS-PARM-2 PIC X(10).
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE 99991231.

       01 WS-LIST-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-DOC-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-DOC-IDX PIC 9(3) COMP-3.
       01 WS-DOC-HIT PIC 9(3) COMP-3.
       01 WS-DOC-TABLE.
           02 WS-DOC-ENTRY OCCURS 20 TIMES.
               03 WS-DC-TYPE PIC X(4).
               03 WS-DC-COUNT PIC 9(5) COMP-3.

       01 PAGEHEADING.
           02 FILLER PIC X(40)
               VALUE "Documents Sent in English by Fallback ".
           02 PRNFROMDATE PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 PRNTODATE PIC 9(8).
       01 COLUMNHEADS.
           02 FILLER PIC X(19) VALUE "Date      IDNum    ".
           02 FILLER PIC X(32) VALUE "Customer".
           02 FILLER PIC X(19) VALUE "Lang  Doc   Program".
       01 FALLBACKLINE.
           02 PRNDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNNAME PIC X(30).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNLANGUAGE PIC XX.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNDOCTYPE PIC X(4).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNPROGRAM PIC X(10).
       01 DOCHEADS PIC X(40) VALUE "Document  Fallbacks".
       01 DOCLINE.
           02 PRNDCTYPE PIC X(4).
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNDCCOUNT PIC ZZZZ9.
       01 TOTALLINE.
           02 FILLER PIC X(20) VALUE "Total fallbacks ... ".
           02 PRNTOTAL PIC ZZZZ9.

       01 WS-LF-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-FR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Lists the letters, statements and emails that went out in
      *> English because the customer's preferred language had no
      *> wording for them, so the wording can be added or the
      *> customer contacted. An optional PARM limits the dates.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-PARM-1 WS-PARM-2
           END-UNSTRING
           IF WS-PARM-1 NOT = SPACES
               MOVE WS-PARM-1(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-PARM-2 NOT = SPACES
               MOVE WS-PARM-2(1:8) TO WS-TO-DATE
           END-IF
           OPEN OUTPUT FALLBACKRPT
           IF WS-FR-STATUS NOT = "00"
               MOVE "FALLBACKRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-FR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-CUSTOMERS
           END-IF
           MOVE WS-FROM-DATE TO PRNFROMDATE
           MOVE WS-TO-DATE TO PRNTODATE
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM COLUMNHEADS AFTER ADVANCING 2 LINES
           OPEN INPUT FALLBACKLOG
           IF WS-LF-STATUS NOT = "00"
               MOVE "  (no language fallbacks logged)" TO PRINTLINE
               WRITE PRINTLINE
           ELSE
               PERFORM 1000-CHECK-ONE-FALLBACK UNTIL WSEOF
               CLOSE FALLBACKLOG
           END-IF
           PERFORM 3000-PRINT-TOTALS
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMERFILE
           END-IF
           CLOSE FALLBACKRPT
           DISPLAY "Language fallback report complete - "
               WS-LIST-COUNT " documents sent in English"
           GOBACK.

       1000-CHECK-ONE-FALLBACK.
           READ FALLBACKLOG
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF LFB-DATE >= WS-FROM-DATE
                       AND LFB-DATE <= WS-TO-DATE
                       PERFORM 2000-REPORT-ONE-FALLBACK
                   END-IF
           END-READ.

       2000-REPORT-ONE-FALLBACK.
           ADD 1 TO WS-LIST-COUNT
           MOVE LFB-DATE TO PRNDATE
           MOVE LFB-IDNUM TO PRNIDNUM
           MOVE LFB-LANGUAGE TO PRNLANGUAGE
           MOVE LFB-DOC-TYPE TO PRNDOCTYPE
           MOVE LFB-PROGRAM TO PRNPROGRAM
           MOVE "(not on the master)" TO PRNNAME
           IF WS-CUSTOMER-FILE-OPEN
               MOVE LFB-IDNUM TO IDNUM
               MOVE 'H' TO REC-TYPE
               MOVE ZERO TO REC-SEQ
               READ CUSTOMERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO PRNNAME
                       STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                           INTO PRNNAME
               END-READ
           END-IF
           WRITE PRINTLINE FROM FALLBACKLINE
           PERFORM 2100-COUNT-DOCUMENT.

       2100-COUNT-DOCUMENT.
           MOVE ZERO TO WS-DOC-HIT
           PERFORM 2110-MATCH-DOCUMENT
               VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-DOC-COUNT
           IF WS-DOC-HIT = ZERO
               IF WS-DOC-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DOC-COUNT
               MOVE WS-DOC-COUNT TO WS-DOC-HIT
               MOVE LFB-DOC-TYPE TO WS-DC-TYPE(WS-DOC-HIT)
               MOVE ZERO TO WS-DC-COUNT(WS-DOC-HIT)
           END-IF
           ADD 1 TO WS-DC-COUNT(WS-DOC-HIT).

       2110-MATCH-DOCUMENT.
           IF WS-DC-TYPE(WS-DOC-IDX) = LFB-DOC-TYPE
               MOVE WS-DOC-IDX TO WS-DOC-HIT
           END-IF.

       3000-PRINT-TOTALS.
           IF WS-DOC-COUNT > ZERO
               WRITE PRINTLINE FROM DOCHEADS AFTER ADVANCING 2 LINES
               PERFORM 3010-PRINT-ONE-DOCUMENT
                   VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-COUNT
           END-IF
           MOVE WS-LIST-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 2 LINES.

       3010-PRINT-ONE-DOCUMENT.
           MOVE WS-DC-TYPE(WS-DOC-IDX) TO PRNDCTYPE
           MOVE WS-DC-COUNT(WS-DOC-IDX) TO PRNDCCOUNT
           WRITE PRINTLINE FROM DOCLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
