            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LanguageCheck.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT FALLBACKLOG ASSIGN TO "files/LanguageFallback.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD FALLBACKLOG.
       COPY "LanguageFallback.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CF-STATUS PIC XX.
       01 WS-LF-STATUS PIC XX.

       LINKAGE SECTION.
           01 LK-ACTION PIC X.
               88 LK-LOOK-UP VALUE 'L'.
               88 LK-RECORD-FALLBACK VALUE 'F'.
           01 LK-IDNUM PIC 9(7).
           01 LK-PROGRAM PIC X(10).
           01 LK-DOC-TYPE PIC X(4).
           01 LK-LANGUAGE PIC XX.

      *> 'L' returns the language a customer's letters, statements
      *> and emails are written in - the 'L' record on the master,
      *> English when there is none. 'F' records that a document
      *> went out in English because the customer's language had no
      *> wording for it; the language fallback report lists these.
       PROCEDURE DIVISION USING LK-ACTION, LK-IDNUM, LK-PROGRAM,
               LK-DOC-TYPE, LK-LANGUAGE.
       0000-MAIN-PARA.
           IF LK-RECORD-FALLBACK
               PERFORM 2000-LOG-FALLBACK
           ELSE
               PERFORM 1000-LOOK-UP-LANGUAGE
           END-IF
           EXIT PROGRAM.

       1000-LOOK-UP-LANGUAGE.
           MOVE "EN" TO LK-LANGUAGE
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-IDNUM TO CL-IDNUM
           MOVE 'L' TO CL-REC-TYPE
           MOVE ZERO TO CL-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-LANGUAGE NOT = SPACES
                       MOVE CL-LANGUAGE TO LK-LANGUAGE
                   END-IF
           END-READ
           CLOSE CUSTOMERFILE.

       2000-LOG-FALLBACK.
           OPEN EXTEND FALLBACKLOG
           IF WS-LF-STATUS = "35"
               OPEN OUTPUT FALLBACKLOG
           END-IF
           IF WS-LF-STATUS NOT = "00"
               DISPLAY "FALLBACKLOG STATUS " WS-LF-STATUS
                   " - English fallback not logged for " LK-IDNUM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LFB-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO LFB-TIME
           MOVE LK-PROGRAM TO LFB-PROGRAM
           MOVE LK-IDNUM TO LFB-IDNUM
           MOVE LK-DOC-TYPE TO LFB-DOC-TYPE
           MOVE LK-LANGUAGE TO LFB-LANGUAGE
           WRITE LANGFALLBACKRECORD
           CLOSE FALLBACKLOG.
