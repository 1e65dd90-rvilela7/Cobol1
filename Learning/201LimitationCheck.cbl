            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimitationCheck.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITFILE ASSIGN TO "files/Limitations.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LM-STATUS.
           SELECT COMPLIANCELOG ASSIGN TO "files/Compliance.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIMITFILE.
       COPY "LimitationStatus.cpy".

       FD COMPLIANCELOG.
       01 COMPLIANCELINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LOG-TEXT PIC X(30).
       01 WS-LM-STATUS PIC XX.
       01 WS-CM-STATUS PIC XX.

       LINKAGE SECTION.
           01 LK-ACTION PIC X.
               88 LK-CHECK-SUIT VALUE 'S'.
               88 LK-CHECK-REPORTING VALUE 'R'.
           01 LK-IDNUM PIC 9(7).
           01 LK-PROGRAM PIC X(10).
           01 LK-RESULT PIC X.
               88 LK-BARRED VALUE 'Y'.

      *> Action S answers whether the debt is time-barred: the state
      *> limitation period has run from the last qualifying payment
      *> or acknowledgement, so no suit or legal action may be
      *> threatened or taken. Action R answers whether the credit
      *> reporting period from first delinquency has run out. The
      *> dates are kept by the monthly LimitationRun; an account it
      *> has not yet seen is treated as in time. Each account found
      *> barred is logged to the compliance log under the calling
      *> program's name.
       PROCEDURE DIVISION USING LK-ACTION, LK-IDNUM, LK-PROGRAM,
           LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           OPEN INPUT LIMITFILE
           IF WS-LM-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE LK-IDNUM TO LIM-IDNUM
           READ LIMITFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1000-TEST-DATES
           END-READ
           CLOSE LIMITFILE
           IF LK-BARRED
               PERFORM 2000-LOG-BARRED
           END-IF
           EXIT PROGRAM.

       1000-TEST-DATES.
           IF LIM-NO-DEBT
               EXIT PARAGRAPH
           END-IF
           IF LK-CHECK-SUIT
               IF LIM-EXPIRY-DATE > ZERO
                   AND LIM-EXPIRY-DATE <= WS-TODAY-DATE
                   MOVE 'Y' TO LK-RESULT
                   MOVE " TIME-BARRED SINCE " TO WS-LOG-TEXT
               END-IF
           ELSE IF LK-CHECK-REPORTING
               IF LIM-REPORT-END > ZERO
                   AND LIM-REPORT-END <= WS-TODAY-DATE
                   MOVE 'Y' TO LK-RESULT
                   MOVE " REPORTING ENDED " TO WS-LOG-TEXT
               END-IF
           END-IF.

       2000-LOG-BARRED.
           OPEN EXTEND COMPLIANCELOG
           IF WS-CM-STATUS = "35"
               OPEN OUTPUT COMPLIANCELOG
           END-IF
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "COMPLIANCELOG STATUS " WS-CM-STATUS
                   " - limitation not logged"
           ELSE
               MOVE SPACES TO COMPLIANCELINE
               IF LK-CHECK-SUIT
                   STRING WS-TODAY-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LK-PROGRAM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LK-IDNUM DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOG-TEXT TRAILING)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LIM-EXPIRY-DATE DELIMITED BY SIZE
                       " STATE " DELIMITED BY SIZE
                       LIM-STATE DELIMITED BY SIZE
                       INTO COMPLIANCELINE
               ELSE
                   STRING WS-TODAY-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LK-PROGRAM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LK-IDNUM DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOG-TEXT TRAILING)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LIM-REPORT-END DELIMITED BY SIZE
                       " SKIPPED" DELIMITED BY SIZE
                       INTO COMPLIANCELINE
               END-IF
               WRITE COMPLIANCELINE
               CLOSE COMPLIANCELOG
           END-IF.
