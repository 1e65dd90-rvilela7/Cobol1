            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionCheck.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENREVIEW ASSIGN TO "files/ScreeningReview.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SR-STATUS.
           SELECT COMPLIANCELOG ASSIGN TO "files/Compliance.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCREENREVIEW.
       COPY "ScreenReview.cpy".

       FD COMPLIANCELOG.
       01 COMPLIANCELINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SR-STATUS PIC XX.
       01 WS-CM-STATUS PIC XX.
       01 WS-SR-EOF-SWITCH PIC X.
           88 WS-SR-EOF VALUE 'Y'.
       01 WS-BLOCK-ENTRY-ID PIC X(10).

       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           01 LK-PROGRAM PIC X(10).
           01 LK-RESULT PIC X.
               88 LK-BLOCKED VALUE 'Y'.

      *> A customer confirmed by two operators as a listed party may
      *> not be paid, refunded or debited. Money-moving runs call
      *> this once per account; each action held back is logged to
      *> the compliance log under the calling program's name.
       PROCEDURE DIVISION USING LK-IDNUM, LK-PROGRAM, LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           OPEN INPUT SCREENREVIEW
           IF WS-SR-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-SR-EOF-SWITCH
           MOVE LK-IDNUM TO SR-IDNUM
           MOVE LOW-VALUES TO SR-ENTRY-ID
           START SCREENREVIEW KEY IS NOT LESS THAN SR-KEY
               INVALID KEY SET WS-SR-EOF TO TRUE
           END-START
           PERFORM 1000-CHECK-ONE-REVIEW
               UNTIL WS-SR-EOF OR LK-BLOCKED
           CLOSE SCREENREVIEW
           IF LK-BLOCKED
               PERFORM 2000-LOG-BLOCK
           END-IF
           EXIT PROGRAM.

       1000-CHECK-ONE-REVIEW.
           READ SCREENREVIEW NEXT RECORD
               AT END SET WS-SR-EOF TO TRUE
           END-READ
           IF NOT WS-SR-EOF
               IF SR-IDNUM NOT = LK-IDNUM
                   SET WS-SR-EOF TO TRUE
               ELSE
                   IF SR-CONFIRMED
                       MOVE 'Y' TO LK-RESULT
                       MOVE SR-ENTRY-ID TO WS-BLOCK-ENTRY-ID
                   END-IF
               END-IF
           END-IF.

       2000-LOG-BLOCK.
           OPEN EXTEND COMPLIANCELOG
           IF WS-CM-STATUS = "35"
               OPEN OUTPUT COMPLIANCELOG
           END-IF
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "COMPLIANCELOG STATUS " WS-CM-STATUS
                   " - sanctions block not logged"
           ELSE
               MOVE SPACES TO COMPLIANCELINE
               STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LK-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LK-IDNUM DELIMITED BY SIZE
                   " SANCTIONS MATCH ENTRY " DELIMITED BY SIZE
                   WS-BLOCK-ENTRY-ID DELIMITED BY SIZE
                   " BLOCKED" DELIMITED BY SIZE
                   INTO COMPLIANCELINE
               WRITE COMPLIANCELINE
               CLOSE COMPLIANCELOG
           END-IF.
