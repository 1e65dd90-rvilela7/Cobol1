            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintSummary.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINTFILE ASSIGN TO "files/Complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CP-STATUS.
           SELECT SUMMARYRPT ASSIGN TO "files/ComplaintSummary.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINTFILE.
       COPY "Complaint.cpy".

       FD SUMMARYRPT.
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
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).

       01 WS-CATEGORY-LIST.
           02 FILLER PIC X(15) VALUE "BILBilling".
           02 FILLER PIC X(15) VALUE "FEEFees".
           02 FILLER PIC X(15) VALUE "COLCollections".
           02 FILLER PIC X(15) VALUE "PRVPrivacy".
           02 FILLER PIC X(15) VALUE "SVCService".
           02 FILLER PIC X(15) VALUE "OTHOther".
       01 WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-LIST.
           02 WS-CATEGORY-NAME-ENTRY OCCURS 6 TIMES.
               03 WS-CN-CODE PIC X(3).
               03 WS-CN-NAME PIC X(12).
       01 WS-CAUSE-LIST.
           02 FILLER PIC X(15) VALUE "STFStaff fault".
           02 FILLER PIC X(15) VALUE "SYSSystem fault".
           02 FILLER PIC X(15) VALUE "POLPolicy/terms".
           02 FILLER PIC X(15) VALUE "TPYThird party".
           02 FILLER PIC X(15) VALUE "NFFNo fault".
       01 WS-CAUSE-NAMES REDEFINES WS-CAUSE-LIST.
           02 WS-CAUSE-NAME-ENTRY OCCURS 5 TIMES.
               03 WS-KN-CODE PIC X(3).
               03 WS-KN-NAME PIC X(12).

       01 WS-CATEGORY-TABLE.
           02 WS-CATEGORY-ENTRY OCCURS 6 TIMES.
               03 WS-CT-RECEIVED PIC 9(5) COMP-3.
               03 WS-CT-RESOLVED PIC 9(5) COMP-3.
               03 WS-CT-UPHELD PIC 9(5) COMP-3.
               03 WS-CT-LATE PIC 9(5) COMP-3.
               03 WS-CT-OUTSTANDING PIC 9(5) COMP-3.
               03 WS-CT-REDRESS PIC S9(9)V99 COMP-3.
       01 WS-CAUSE-TABLE.
           02 WS-CAUSE-ENTRY OCCURS 5 TIMES.
               03 WS-KT-RESOLVED PIC 9(5) COMP-3.
               03 WS-KT-UPHELD PIC 9(5) COMP-3.
               03 WS-KT-LATE PIC 9(5) COMP-3.
               03 WS-KT-REDRESS PIC S9(9)V99 COMP-3.
       01 WS-IDX PIC 9 COMP-3.
       01 WS-CAT-HIT PIC 9 COMP-3.
       01 WS-CAUSE-HIT PIC 9 COMP-3.

       01 WS-TOT-RECEIVED PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-RESOLVED PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-UPHELD PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-LATE PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-OUTSTANDING PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-REDRESS PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ON-TIME-RATE PIC 999V9.

       01 PAGEHEADING.
           02 FILLER PIC X(33)
               VALUE "Complaints summary for the month ".
           02 PRNMONTH PIC 9(6).
       01 CATHEADS PIC X(132) VALUE
           "Category   Received  Resolved  Upheld  Late On time %  Open at month end           Redress".
       01 CATLINE.
           02 PRNCATNAME PIC X(12).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRECEIVED PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNRESOLVED PIC ZZZZ9.
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNUPHELD PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNLATE PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNONTIME PIC ZZ9.9.
           02 FILLER PIC X(14) VALUE SPACE.
           02 PRNOUTSTANDING PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNREDRESS PIC $$,$$$,$$$,$$9.99.
       01 CAUSEHEADS PIC X(132) VALUE
           "Root cause  Resolved  Upheld  Late           Redress".
       01 CAUSELINE.
           02 PRNCAUSENAME PIC X(12).
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNKRESOLVED PIC ZZZZ9.
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNKUPHELD PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNKLATE PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNKREDRESS PIC $$,$$$,$$$,$$9.99.

       01 WS-CP-STATUS PIC XX.
       01 WS-SR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly complaints return for management. By category:
      *> complaints received and resolved in the month, how many
      *> resolutions upheld the customer in whole or part, how many
      *> missed the final-response deadline, what was still open at
      *> month end and the redress paid. Resolutions are then broken
      *> down by root cause. With no PARM the report covers the
      *> previous calendar month.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:6) IS NUMERIC
               MOVE WS-PARM-STRING(1:6) TO WS-REPORT-MONTH
           ELSE
               PERFORM 1000-DEFAULT-TO-LAST-MONTH
           END-IF
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100 + 31
           PERFORM 1100-CLEAR-TABLES
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
           OPEN OUTPUT SUMMARYRPT
           IF WS-SR-STATUS NOT = "00"
               MOVE "SUMMARYRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-SR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT COMPLAINTFILE
           IF WS-CP-STATUS = "00"
               PERFORM 2000-COUNT-ONE-COMPLAINT UNTIL WSEOF
               CLOSE COMPLAINTFILE
           END-IF
           MOVE WS-REPORT-MONTH TO PRNMONTH
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM CATHEADS
           PERFORM 3000-PRINT-ONE-CATEGORY
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
           PERFORM 3100-PRINT-CATEGORY-TOTAL
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM CAUSEHEADS
           PERFORM 3200-PRINT-ONE-CAUSE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           CLOSE SUMMARYRPT
           DISPLAY "Complaints summary for " WS-REPORT-MONTH
               " complete - " WS-TOT-RECEIVED " received, "
               WS-TOT-RESOLVED " resolved, " WS-TOT-LATE " late"
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

       1100-CLEAR-TABLES.
           MOVE ZERO TO WS-CT-RECEIVED(WS-IDX)
           MOVE ZERO TO WS-CT-RESOLVED(WS-IDX)
           MOVE ZERO TO WS-CT-UPHELD(WS-IDX)
           MOVE ZERO TO WS-CT-LATE(WS-IDX)
           MOVE ZERO TO WS-CT-OUTSTANDING(WS-IDX)
           MOVE ZERO TO WS-CT-REDRESS(WS-IDX)
           IF WS-IDX <= 5
               MOVE ZERO TO WS-KT-RESOLVED(WS-IDX)
               MOVE ZERO TO WS-KT-UPHELD(WS-IDX)
               MOVE ZERO TO WS-KT-LATE(WS-IDX)
               MOVE ZERO TO WS-KT-REDRESS(WS-IDX)
           END-IF.

       2000-COUNT-ONE-COMPLAINT.
           READ COMPLAINTFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR CMP-RECEIVED-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-CAT-HIT
           PERFORM 2010-MATCH-ONE-CATEGORY
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
           IF CMP-RECEIVED-DATE >= WS-MONTH-START
               ADD 1 TO WS-CT-RECEIVED(WS-CAT-HIT)
           END-IF
           IF CMP-OUTSTANDING OR CMP-RESOLVED-DATE > WS-MONTH-END
               ADD 1 TO WS-CT-OUTSTANDING(WS-CAT-HIT)
           END-IF
           IF CMP-RESOLVED AND CMP-RESOLVED-DATE >= WS-MONTH-START
               AND CMP-RESOLVED-DATE <= WS-MONTH-END
               PERFORM 2100-COUNT-RESOLUTION
           END-IF.

       2010-MATCH-ONE-CATEGORY.
           IF WS-CN-CODE(WS-IDX) = CMP-CATEGORY
               MOVE WS-IDX TO WS-CAT-HIT
           END-IF.

       2100-COUNT-RESOLUTION.
           MOVE ZERO TO WS-CAUSE-HIT
           PERFORM 2110-MATCH-ONE-CAUSE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           ADD 1 TO WS-CT-RESOLVED(WS-CAT-HIT)
           ADD CMP-REDRESS TO WS-CT-REDRESS(WS-CAT-HIT)
           IF CMP-UPHELD OR CMP-PARTLY-UPHELD
               ADD 1 TO WS-CT-UPHELD(WS-CAT-HIT)
           END-IF
           IF CMP-RESOLVED-DATE > CMP-RESOLVE-DUE
               ADD 1 TO WS-CT-LATE(WS-CAT-HIT)
           END-IF
           IF WS-CAUSE-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KT-RESOLVED(WS-CAUSE-HIT)
           ADD CMP-REDRESS TO WS-KT-REDRESS(WS-CAUSE-HIT)
           IF CMP-UPHELD OR CMP-PARTLY-UPHELD
               ADD 1 TO WS-KT-UPHELD(WS-CAUSE-HIT)
           END-IF
           IF CMP-RESOLVED-DATE > CMP-RESOLVE-DUE
               ADD 1 TO WS-KT-LATE(WS-CAUSE-HIT)
           END-IF.

       2110-MATCH-ONE-CAUSE.
           IF WS-KN-CODE(WS-IDX) = CMP-ROOT-CAUSE
               MOVE WS-IDX TO WS-CAUSE-HIT
           END-IF.

       3000-PRINT-ONE-CATEGORY.
           MOVE WS-CN-NAME(WS-IDX) TO PRNCATNAME
           MOVE WS-CT-RECEIVED(WS-IDX) TO PRNRECEIVED
           MOVE WS-CT-RESOLVED(WS-IDX) TO PRNRESOLVED
           MOVE WS-CT-UPHELD(WS-IDX) TO PRNUPHELD
           MOVE WS-CT-LATE(WS-IDX) TO PRNLATE
           MOVE WS-CT-OUTSTANDING(WS-IDX) TO PRNOUTSTANDING
           MOVE WS-CT-REDRESS(WS-IDX) TO PRNREDRESS
           MOVE ZERO TO WS-ON-TIME-RATE
           IF WS-CT-RESOLVED(WS-IDX) > ZERO
               COMPUTE WS-ON-TIME-RATE ROUNDED =
                   (WS-CT-RESOLVED(WS-IDX) - WS-CT-LATE(WS-IDX))
                   * 100 / WS-CT-RESOLVED(WS-IDX)
           END-IF
           MOVE WS-ON-TIME-RATE TO PRNONTIME
           WRITE PRINTLINE FROM CATLINE
           ADD WS-CT-RECEIVED(WS-IDX) TO WS-TOT-RECEIVED
           ADD WS-CT-RESOLVED(WS-IDX) TO WS-TOT-RESOLVED
           ADD WS-CT-UPHELD(WS-IDX) TO WS-TOT-UPHELD
           ADD WS-CT-LATE(WS-IDX) TO WS-TOT-LATE
           ADD WS-CT-OUTSTANDING(WS-IDX) TO WS-TOT-OUTSTANDING
           ADD WS-CT-REDRESS(WS-IDX) TO WS-TOT-REDRESS.

       3100-PRINT-CATEGORY-TOTAL.
           MOVE "All" TO PRNCATNAME
           MOVE WS-TOT-RECEIVED TO PRNRECEIVED
           MOVE WS-TOT-RESOLVED TO PRNRESOLVED
           MOVE WS-TOT-UPHELD TO PRNUPHELD
           MOVE WS-TOT-LATE TO PRNLATE
           MOVE WS-TOT-OUTSTANDING TO PRNOUTSTANDING
           MOVE WS-TOT-REDRESS TO PRNREDRESS
           MOVE ZERO TO WS-ON-TIME-RATE
           IF WS-TOT-RESOLVED > ZERO
               COMPUTE WS-ON-TIME-RATE ROUNDED =
                   (WS-TOT-RESOLVED - WS-TOT-LATE) * 100
                   / WS-TOT-RESOLVED
           END-IF
           MOVE WS-ON-TIME-RATE TO PRNONTIME
           WRITE PRINTLINE FROM CATLINE.

       3200-PRINT-ONE-CAUSE.
           MOVE WS-KN-NAME(WS-IDX) TO PRNCAUSENAME
           MOVE WS-KT-RESOLVED(WS-IDX) TO PRNKRESOLVED
           MOVE WS-KT-UPHELD(WS-IDX) TO PRNKUPHELD
           MOVE WS-KT-LATE(WS-IDX) TO PRNKLATE
           MOVE WS-KT-REDRESS(WS-IDX) TO PRNKREDRESS
           WRITE PRINTLINE FROM CAUSELINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
