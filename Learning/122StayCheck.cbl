            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. StayCheck.
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
           SELECT COMPLIANCELOG ASSIGN TO "files/Compliance.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD COMPLIANCELOG.
       01 COMPLIANCELINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CF-STATUS PIC XX.
       01 WS-CM-STATUS PIC XX.

       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           01 LK-PROGRAM PIC X(10).
           01 LK-RESULT PIC X.
               88 LK-STAYED VALUE 'Y'.

      *> The automatic stay on a bankruptcy filing stops every
      *> collection action the moment the filing is recorded, and
      *> lasts until the case is discharged or dismissed. Collection
      *> runs call this once per account; each account held back is
      *> logged to the compliance log under the calling program's
      *> name so the stay can be proven honoured.
       PROCEDURE DIVISION USING LK-IDNUM, LK-PROGRAM, LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE LK-IDNUM TO CK-IDNUM
           MOVE 'K' TO CK-REC-TYPE
           MOVE ZERO TO CK-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CK-STAY-IN-FORCE
                       MOVE 'Y' TO LK-RESULT
                   END-IF
           END-READ
           IF LK-STAYED
               PERFORM 1000-LOG-STAY
           END-IF
           CLOSE CUSTOMERFILE
           EXIT PROGRAM.

       1000-LOG-STAY.
           OPEN EXTEND COMPLIANCELOG
           IF WS-CM-STATUS = "35"
               OPEN OUTPUT COMPLIANCELOG
           END-IF
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "COMPLIANCELOG STATUS " WS-CM-STATUS
                   " - stay not logged"
           ELSE
               MOVE SPACES TO COMPLIANCELINE
               STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LK-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LK-IDNUM DELIMITED BY SIZE
                   " AUTOMATIC STAY CH " DELIMITED BY SIZE
                   CK-CHAPTER DELIMITED BY SIZE
                   " CASE " DELIMITED BY SIZE
                   CK-CASE-NUMBER DELIMITED BY SIZE
                   " SKIPPED" DELIMITED BY SIZE
                   INTO COMPLIANCELINE
               WRITE COMPLIANCELINE
               CLOSE COMPLIANCELOG
           END-IF.
