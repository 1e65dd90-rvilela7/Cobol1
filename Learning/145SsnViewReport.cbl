            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SsnViewReport.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSNACCESSLOG ASSIGN TO "files/SsnAccess.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT VIEWRPT ASSIGN TO "files/SsnViews.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SSNACCESSLOG.
       COPY "SsnAccess.cpy".

       FD VIEWRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(30). *> optional PARM "YYYYMM"
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           02 WS-RM-YYYY PIC 9(4).
           02 WS-RM-MM PIC 99.
       01 WS-CURRENT-DATE.
           02 WS-CD-YYYY PIC 9(4).
           02 WS-CD-MM PIC 99.
           02 FILLER PIC X(15).

       01 WS-VIEW-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-OPERATOR-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-OPERATOR-IDX PIC 9(3) COMP-3.
       01 WS-OPERATOR-HIT PIC 9(3) COMP-3.
       01 WS-OPERATOR-FOUND PIC X.
           88 WS-OPERATOR-ON-TABLE VALUE 'Y'.
       01 WS-OPERATOR-TABLE.
           02 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
               03 WS-OT-OPERATOR PIC X(8).
               03 WS-OT-VIEWS PIC 9(5) COMP-3.

       01 PAGEHEADING.
           02 FILLER PIC X(31)
               VALUE "Full SSN views for the month ".
           02 PRNMONTH PIC 9(6).
       01 VIEWHEADS.
           02 FILLER PIC X(16) VALUE "Timestamp".
           02 FILLER PIC X(10) VALUE "Operator".
           02 FILLER PIC X(9) VALUE "IDNum".
           02 FILLER PIC X(22) VALUE "Program".
           02 FILLER PIC X(6) VALUE "Reason".
       01 VIEWLINE.
           02 PRNSTAMP PIC 9(14).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNOPERATOR PIC X(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNPROGRAM PIC X(20).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREASON PIC X(40).
       01 OPERHEADS PIC X(40) VALUE "Operator    Views".
       01 OPERLINE.
           02 PRNOTOPERATOR PIC X(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNOTVIEWS PIC ZZZZ9.
       01 TOTALLINE.
           02 FILLER PIC X(12) VALUE "Total views ".
           02 PRNTOTAL PIC ZZZZ9.
       01 SECTIONLINE PIC X(80).

       01 WS-SL-STATUS PIC XX.
       01 WS-VR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly return for the privacy officer: every time a full
      *> SSN was shown on screen, who asked, for which customer and
      *> why, with a count per operator. With no PARM the report
      *> covers the previous calendar month, the usual run being
      *> early in the following month.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:6) IS NUMERIC
               MOVE WS-PARM-STRING(1:6) TO WS-REPORT-MONTH
           ELSE
               PERFORM 1000-DEFAULT-TO-LAST-MONTH
           END-IF
           OPEN OUTPUT VIEWRPT
           IF WS-VR-STATUS NOT = "00"
               MOVE "VIEWRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-VR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-REPORT-MONTH TO PRNMONTH
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM VIEWHEADS
           PERFORM 2000-LIST-VIEWS
           PERFORM 3000-SUMMARIZE-OPERATORS
           CLOSE VIEWRPT
           DISPLAY "SSN view report for " WS-REPORT-MONTH
               " complete - " WS-VIEW-COUNT " views by "
               WS-OPERATOR-COUNT " operators"
           GOBACK.

       1000-DEFAULT-TO-LAST-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CD-YYYY TO WS-RM-YYYY
           MOVE WS-CD-MM TO WS-RM-MM
           IF WS-RM-MM = 1
               MOVE 12 TO WS-RM-MM
               SUBTRACT 1 FROM WS-RM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-RM-MM
           END-IF.

       2000-LIST-VIEWS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SSNACCESSLOG
           IF WS-SL-STATUS NOT = "00"
               MOVE "  (no SSN access log on file)" TO PRINTLINE
               WRITE PRINTLINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2010-CHECK-ONE-VIEW UNTIL WSEOF
           CLOSE SSNACCESSLOG
           IF WS-VIEW-COUNT = ZERO
               MOVE "  (no full SSN views in the month)" TO PRINTLINE
               WRITE PRINTLINE
           END-IF.

       2010-CHECK-ONE-VIEW.
           READ SSNACCESSLOG
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF SAL-DATE(1:6) = WS-REPORT-MONTH-X
                       PERFORM 2100-REPORT-ONE-VIEW
                   END-IF
           END-READ.

       2100-REPORT-ONE-VIEW.
           ADD 1 TO WS-VIEW-COUNT
           MOVE SAL-TIMESTAMP TO PRNSTAMP
           MOVE SAL-OPERATOR TO PRNOPERATOR
           MOVE SAL-IDNUM TO PRNIDNUM
           MOVE SAL-PROGRAM TO PRNPROGRAM
           MOVE SAL-REASON TO PRNREASON
           WRITE PRINTLINE FROM VIEWLINE
           PERFORM 2200-COUNT-OPERATOR-VIEW.

       2200-COUNT-OPERATOR-VIEW.
           MOVE 'N' TO WS-OPERATOR-FOUND
           PERFORM 2210-MATCH-OPERATOR-ENTRY
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-ON-TABLE
               OR WS-OPERATOR-IDX > WS-OPERATOR-COUNT
           IF WS-OPERATOR-ON-TABLE
               MOVE WS-OPERATOR-HIT TO WS-OPERATOR-IDX
           ELSE
               IF WS-OPERATOR-COUNT < 50
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-IDX
                   MOVE SAL-OPERATOR
                       TO WS-OT-OPERATOR(WS-OPERATOR-IDX)
                   MOVE ZERO TO WS-OT-VIEWS(WS-OPERATOR-IDX)
                   MOVE 'Y' TO WS-OPERATOR-FOUND
               END-IF
           END-IF
           IF WS-OPERATOR-ON-TABLE
               ADD 1 TO WS-OT-VIEWS(WS-OPERATOR-IDX)
           END-IF.

       2210-MATCH-OPERATOR-ENTRY.
           IF WS-OT-OPERATOR(WS-OPERATOR-IDX) = SAL-OPERATOR
               MOVE 'Y' TO WS-OPERATOR-FOUND
               MOVE WS-OPERATOR-IDX TO WS-OPERATOR-HIT
           END-IF.

       3000-SUMMARIZE-OPERATORS.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Views per operator:" TO SECTIONLINE
           WRITE PRINTLINE FROM SECTIONLINE
           WRITE PRINTLINE FROM OPERHEADS
           PERFORM 3010-PRINT-ONE-OPERATOR
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
           MOVE WS-VIEW-COUNT TO PRNTOTAL
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM TOTALLINE.

       3010-PRINT-ONE-OPERATOR.
           MOVE WS-OT-OPERATOR(WS-OPERATOR-IDX) TO PRNOTOPERATOR
           MOVE WS-OT-VIEWS(WS-OPERATOR-IDX) TO PRNOTVIEWS
           WRITE PRINTLINE FROM OPERLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
