            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditScore.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREFILE ASSIGN TO "files/Scorecard.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
           SELECT CUSTOMERARCHIVE ASSIGN TO "files/CustomerArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCOREFILE.
       COPY "Scorecard.cpy".

       FD CUSTOMERARCHIVE.
       01 ARCHIVERECORD PIC X(157).

       WORKING-STORAGE SECTION.
       01 WS-SC-STATUS PIC XX.
       01 WS-CX-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.

       COPY "CustomerRecord.cpy".

       01 WS-ROW-COUNT PIC 9(3) COMP-3.
       01 WS-ROW-IDX PIC 9(3) COMP-3.
       01 WS-SCORE-TABLE.
           02 WS-SC-ROW OCCURS 60 TIMES.
               03 WS-SC-CHAR PIC XX.
               03 WS-SC-VALUE PIC X(3).
               03 WS-SC-VALUE-NUM REDEFINES WS-SC-VALUE PIC 9(3).
               03 WS-SC-POINTS PIC S9(3) COMP-3.
               03 WS-SC-DECISION PIC X.
               03 WS-SC-LIMIT PIC 9(7)V99.
               03 WS-SC-GRADE PIC X.

       01 WS-TODAY-DATE.
           02 WS-TD-YYYY PIC 9(4).
           02 WS-TD-MMDD PIC 9(4).
       01 WS-DOB-SPLIT.
           02 WS-DOB-MM PIC 99.
           02 WS-DOB-DD PIC 99.
           02 WS-DOB-YYYY PIC 9(4).
       01 WS-DOB-MMDD PIC 9(4).

       01 WS-ARC-MATCH-IDNUM PIC 9(7).
       01 WS-ARC-COUNTED PIC X.
           88 WS-ARC-WRITEOFF-COUNTED VALUE 'Y'.

      *> One entry per characteristic scored: the applicant's value,
      *> the points it earned and the points it fell short of the
      *> best the scorecard offers for that characteristic.
       01 WS-CHAR-TABLE.
           02 WS-CH-ENTRY OCCURS 6 TIMES.
               03 WS-CH-CODE PIC XX.
               03 WS-CH-VALUE PIC X(3).
               03 WS-CH-POINTS PIC S9(3) COMP-3.
               03 WS-CH-SHORTFALL PIC S9(3) COMP-3.
       01 WS-CH-IDX PIC 9.
       01 WS-CH-BEST PIC S9(3) COMP-3.
       01 WS-CH-MATCHED PIC X.
           88 WS-CH-VALUE-MATCHED VALUE 'Y'.
       01 WS-CH-DEFAULTED PIC X.
           88 WS-CH-DEFAULT-FOUND VALUE 'Y'.
       01 WS-CH-DEFAULT-POINTS PIC S9(3) COMP-3.
       01 WS-CH-AGE-FLOOR PIC 9(3).
       01 WS-AGE-VALUE PIC 9(3).

       01 WS-BAND-FOUND PIC X.
           88 WS-BAND-MATCHED VALUE 'Y'.
       01 WS-BAND-FLOOR PIC S9(4) COMP-3.

       01 WS-REASON-IDX PIC 9.
       01 WS-REASON-PICK PIC 9.
       01 WS-REASON-BEST PIC S9(3) COMP-3.

       LINKAGE SECTION.
           01 LK-SSN PIC 9(9).
           01 LK-DOB PIC 9(8).
       COPY "CreditApplication.cpy".

      *> Scores a credit application against the maintained
      *> scorecard. The caller fills in the applicant's class,
      *> region, existing relationship and guarantor; the age comes
      *> from the date of birth and prior write-offs from the
      *> customer archive. Each characteristic earns the points of
      *> its matching scorecard entry, or of its "*" entry when no
      *> value matches; age and score bands match the highest entry
      *> not above the applicant's figure. The score band gives the
      *> decision, the recommended limit and the risk grade, and the
      *> three characteristics furthest short of their best points
      *> are returned as the main reasons. With no scorecard, or a
      *> score below every band, the application is referred.
       PROCEDURE DIVISION USING LK-SSN, LK-DOB, CREDITAPPRECORD.
       0000-MAIN-PARA.
           MOVE ZERO TO CRA-SCORE
           MOVE ZERO TO CRA-REC-LIMIT
           MOVE SPACE TO CRA-REC-GRADE
           MOVE SPACES TO CRA-REASONS
           MOVE ZERO TO CRA-WRITEOFFS
           SET CRA-REFER TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 1000-LOAD-SCORECARD
           PERFORM 2000-COMPUTE-AGE
           PERFORM 3000-COUNT-PRIOR-WRITEOFFS
           IF WS-ROW-COUNT = ZERO
               EXIT PROGRAM
           END-IF
           PERFORM 4000-SET-APPLICANT-VALUES
           PERFORM 4100-SCORE-CHARACTERISTIC
               VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 6
           PERFORM 5000-APPLY-SCORE-BAND
           PERFORM 6000-PICK-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 3
           EXIT PROGRAM.

       1000-LOAD-SCORECARD.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SCOREFILE
           IF WS-SC-STATUS = "35"
               PERFORM 1100-SEED-SCORECARD
               OPEN INPUT SCOREFILE
           END-IF
           IF WS-SC-STATUS NOT = "00"
               DISPLAY "SCOREFILE STATUS " WS-SC-STATUS
                   " - scorecard not loaded"
           ELSE
               PERFORM 1010-LOAD-ONE-ROW UNTIL WSEOF
               CLOSE SCOREFILE
           END-IF.

       1010-LOAD-ONE-ROW.
           READ SCOREFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WS-ROW-COUNT < 60
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-ROW-COUNT TO WS-ROW-IDX
                       MOVE SC-CHARACTERISTIC
                           TO WS-SC-CHAR(WS-ROW-IDX)
                       MOVE SC-VALUE TO WS-SC-VALUE(WS-ROW-IDX)
                       MOVE SC-POINTS TO WS-SC-POINTS(WS-ROW-IDX)
                       MOVE SC-DECISION TO WS-SC-DECISION(WS-ROW-IDX)
                       MOVE SC-LIMIT TO WS-SC-LIMIT(WS-ROW-IDX)
                       MOVE SC-GRADE TO WS-SC-GRADE(WS-ROW-IDX)
                   END-IF
           END-READ.

      *> The standard scorecard: a typical retail applicant with no
      *> history with us lands in the referral band, and a guarantor
      *> or an existing relationship lifts them to an approval.
       1100-SEED-SCORECARD.
           OPEN OUTPUT SCOREFILE
           MOVE "SEED" TO SC-UPDATED-BY
           MOVE WS-TODAY-DATE TO SC-UPDATED-DATE
           MOVE SPACE TO SC-DECISION
           MOVE ZERO TO SC-LIMIT
           MOVE SPACE TO SC-GRADE
           MOVE "CL" TO SC-CHARACTERISTIC
           MOVE "R" TO SC-VALUE
           MOVE 20 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "C" TO SC-VALUE
           MOVE 25 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "E" TO SC-VALUE
           MOVE 35 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "V" TO SC-VALUE
           MOVE 40 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "*" TO SC-VALUE
           MOVE 10 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "AG" TO SC-CHARACTERISTIC
           MOVE 18 TO SC-VALUE-NUM
           MOVE 5 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE 25 TO SC-VALUE-NUM
           MOVE 15 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE 35 TO SC-VALUE-NUM
           MOVE 25 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE 50 TO SC-VALUE-NUM
           MOVE 30 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE 65 TO SC-VALUE-NUM
           MOVE 20 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "RG" TO SC-CHARACTERISTIC
           MOVE "*" TO SC-VALUE
           MOVE 20 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "RL" TO SC-CHARACTERISTIC
           MOVE "Y" TO SC-VALUE
           MOVE 30 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "N" TO SC-VALUE
           MOVE ZERO TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "GU" TO SC-CHARACTERISTIC
           MOVE "Y" TO SC-VALUE
           MOVE 20 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "N" TO SC-VALUE
           MOVE ZERO TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "WO" TO SC-CHARACTERISTIC
           MOVE "N" TO SC-VALUE
           MOVE 20 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "Y" TO SC-VALUE
           MOVE -40 TO SC-POINTS
           WRITE SCORECARDRECORD
           MOVE "BD" TO SC-CHARACTERISTIC
           MOVE ZERO TO SC-POINTS
           MOVE ZERO TO SC-VALUE-NUM
           SET SC-DECLINE TO TRUE
           MOVE ZERO TO SC-LIMIT
           MOVE 'E' TO SC-GRADE
           WRITE SCORECARDRECORD
           MOVE 70 TO SC-VALUE-NUM
           SET SC-REFER TO TRUE
           MOVE 500.00 TO SC-LIMIT
           MOVE 'D' TO SC-GRADE
           WRITE SCORECARDRECORD
           MOVE 90 TO SC-VALUE-NUM
           SET SC-APPROVE TO TRUE
           MOVE 1000.00 TO SC-LIMIT
           MOVE 'C' TO SC-GRADE
           WRITE SCORECARDRECORD
           MOVE 115 TO SC-VALUE-NUM
           MOVE 2500.00 TO SC-LIMIT
           MOVE 'B' TO SC-GRADE
           WRITE SCORECARDRECORD
           MOVE 140 TO SC-VALUE-NUM
           MOVE 5000.00 TO SC-LIMIT
           MOVE 'A' TO SC-GRADE
           WRITE SCORECARDRECORD
           CLOSE SCOREFILE
           DISPLAY "Standard credit scorecard seeded".

       2000-COMPUTE-AGE.
           MOVE ZERO TO CRA-AGE
           MOVE LK-DOB TO WS-DOB-SPLIT
           IF WS-DOB-YYYY = ZERO OR WS-DOB-YYYY > WS-TD-YYYY
               EXIT PARAGRAPH
           END-IF
           COMPUTE CRA-AGE = WS-TD-YYYY - WS-DOB-YYYY
           COMPUTE WS-DOB-MMDD = WS-DOB-MM * 100 + WS-DOB-DD
           IF WS-TD-MMDD < WS-DOB-MMDD AND CRA-AGE > ZERO
               SUBTRACT 1 FROM CRA-AGE
           END-IF.

      *> A former customer with this SSN counts once when the
      *> archived header was charged off or carries a written-off
      *> balance, or when a write-off record follows it.
       3000-COUNT-PRIOR-WRITEOFFS.
           MOVE ZERO TO WS-ARC-MATCH-IDNUM
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUSTOMERARCHIVE
           IF WS-CX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3010-CHECK-ONE-ARCHIVED UNTIL WSEOF
           CLOSE CUSTOMERARCHIVE.

       3010-CHECK-ONE-ARCHIVED.
           READ CUSTOMERARCHIVE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVERECORD TO CUSTOMERDATA
           IF REC-IS-HEADER
               MOVE ZERO TO WS-ARC-MATCH-IDNUM
               IF CUST-SSN = LK-SSN AND LK-SSN NOT = ZERO
                   MOVE IDNUM TO WS-ARC-MATCH-IDNUM
                   MOVE 'N' TO WS-ARC-COUNTED
                   IF CUST-CHARGED-OFF OR CUST-WRITEOFF-BAL NOT = ZERO
                       PERFORM 3020-COUNT-WRITEOFF
                   END-IF
               END-IF
           ELSE IF REC-IS-WRITEOFF
               IF IDNUM = WS-ARC-MATCH-IDNUM
                   AND NOT WS-ARC-WRITEOFF-COUNTED
                   PERFORM 3020-COUNT-WRITEOFF
               END-IF
           END-IF.

       3020-COUNT-WRITEOFF.
           IF CRA-WRITEOFFS < 99
               ADD 1 TO CRA-WRITEOFFS
           END-IF
           MOVE 'Y' TO WS-ARC-COUNTED.

       4000-SET-APPLICANT-VALUES.
           MOVE "CL" TO WS-CH-CODE(1)
           MOVE CRA-CLASS TO WS-CH-VALUE(1)
           IF CRA-CLASS = SPACE
               MOVE "R" TO WS-CH-VALUE(1)
           END-IF
           MOVE "AG" TO WS-CH-CODE(2)
           MOVE CRA-AGE TO WS-CH-VALUE(2)
           MOVE "RG" TO WS-CH-CODE(3)
           MOVE CRA-REGION TO WS-CH-VALUE(3)
           MOVE "RL" TO WS-CH-CODE(4)
           MOVE "N" TO WS-CH-VALUE(4)
           IF CRA-HAS-RELATIONSHIP
               MOVE "Y" TO WS-CH-VALUE(4)
           END-IF
           MOVE "GU" TO WS-CH-CODE(5)
           MOVE "N" TO WS-CH-VALUE(5)
           IF CRA-HAS-GUARANTOR
               MOVE "Y" TO WS-CH-VALUE(5)
           END-IF
           MOVE "WO" TO WS-CH-CODE(6)
           MOVE "N" TO WS-CH-VALUE(6)
           IF CRA-WRITEOFFS > ZERO
               MOVE "Y" TO WS-CH-VALUE(6)
           END-IF.

       4100-SCORE-CHARACTERISTIC.
           MOVE ZERO TO WS-CH-POINTS(WS-CH-IDX)
           MOVE -999 TO WS-CH-BEST
           MOVE 'N' TO WS-CH-MATCHED
           MOVE 'N' TO WS-CH-DEFAULTED
           MOVE ZERO TO WS-CH-AGE-FLOOR
           PERFORM 4110-CHECK-ONE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
           IF NOT WS-CH-VALUE-MATCHED AND WS-CH-DEFAULT-FOUND
               MOVE WS-CH-DEFAULT-POINTS TO WS-CH-POINTS(WS-CH-IDX)
           END-IF
           IF WS-CH-BEST = -999
               MOVE WS-CH-POINTS(WS-CH-IDX) TO WS-CH-BEST
           END-IF
           COMPUTE WS-CH-SHORTFALL(WS-CH-IDX) =
               WS-CH-BEST - WS-CH-POINTS(WS-CH-IDX)
           ADD WS-CH-POINTS(WS-CH-IDX) TO CRA-SCORE.

       4110-CHECK-ONE-ROW.
           IF WS-SC-CHAR(WS-ROW-IDX) NOT = WS-CH-CODE(WS-CH-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SC-POINTS(WS-ROW-IDX) > WS-CH-BEST
               MOVE WS-SC-POINTS(WS-ROW-IDX) TO WS-CH-BEST
           END-IF
           IF WS-SC-VALUE(WS-ROW-IDX) = "*"
               MOVE 'Y' TO WS-CH-DEFAULTED
               MOVE WS-SC-POINTS(WS-ROW-IDX) TO WS-CH-DEFAULT-POINTS
           ELSE IF WS-CH-CODE(WS-CH-IDX) = "AG"
               IF WS-SC-VALUE(WS-ROW-IDX) IS NUMERIC
                   MOVE CRA-AGE TO WS-AGE-VALUE
                   IF WS-SC-VALUE-NUM(WS-ROW-IDX) <= WS-AGE-VALUE
                       AND (NOT WS-CH-VALUE-MATCHED
                       OR WS-SC-VALUE-NUM(WS-ROW-IDX)
                           > WS-CH-AGE-FLOOR)
                       MOVE 'Y' TO WS-CH-MATCHED
                       MOVE WS-SC-VALUE-NUM(WS-ROW-IDX)
                           TO WS-CH-AGE-FLOOR
                       MOVE WS-SC-POINTS(WS-ROW-IDX)
                           TO WS-CH-POINTS(WS-CH-IDX)
                   END-IF
               END-IF
           ELSE IF WS-SC-VALUE(WS-ROW-IDX) = WS-CH-VALUE(WS-CH-IDX)
               MOVE 'Y' TO WS-CH-MATCHED
               MOVE WS-SC-POINTS(WS-ROW-IDX) TO WS-CH-POINTS(WS-CH-IDX)
           END-IF.

       5000-APPLY-SCORE-BAND.
           MOVE 'N' TO WS-BAND-FOUND
           MOVE ZERO TO WS-BAND-FLOOR
           PERFORM 5010-CHECK-ONE-BAND
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT.

       5010-CHECK-ONE-BAND.
           IF WS-SC-CHAR(WS-ROW-IDX) = "BD"
               AND WS-SC-VALUE(WS-ROW-IDX) IS NUMERIC
               IF WS-SC-VALUE-NUM(WS-ROW-IDX) <= CRA-SCORE
                   AND (NOT WS-BAND-MATCHED
                   OR WS-SC-VALUE-NUM(WS-ROW-IDX) > WS-BAND-FLOOR)
                   MOVE 'Y' TO WS-BAND-FOUND
                   MOVE WS-SC-VALUE-NUM(WS-ROW-IDX) TO WS-BAND-FLOOR
                   MOVE WS-SC-DECISION(WS-ROW-IDX) TO CRA-DECISION
                   MOVE WS-SC-LIMIT(WS-ROW-IDX) TO CRA-REC-LIMIT
                   MOVE WS-SC-GRADE(WS-ROW-IDX) TO CRA-REC-GRADE
               END-IF
           END-IF.

      *> Each pass takes the characteristic with the largest
      *> remaining shortfall and clears it for the next pass.
       6000-PICK-REASON.
           MOVE ZERO TO WS-REASON-PICK
           MOVE ZERO TO WS-REASON-BEST
           PERFORM 6010-CHECK-ONE-SHORTFALL
               VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 6
           IF WS-REASON-PICK > ZERO
               MOVE WS-CH-CODE(WS-REASON-PICK)
                   TO CRA-REASON(WS-REASON-IDX)
               MOVE ZERO TO WS-CH-SHORTFALL(WS-REASON-PICK)
           END-IF.

       6010-CHECK-ONE-SHORTFALL.
           IF WS-CH-SHORTFALL(WS-CH-IDX) > WS-REASON-BEST
               MOVE WS-CH-SHORTFALL(WS-CH-IDX) TO WS-REASON-BEST
               MOVE WS-CH-IDX TO WS-REASON-PICK
           END-IF.
