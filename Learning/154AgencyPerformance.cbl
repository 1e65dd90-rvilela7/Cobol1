            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyPerformance.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT AGENCYFILE ASSIGN TO "files/Agencies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGF-STATUS.
           SELECT PERFORMANCERPT ASSIGN TO
               "files/AgencyPerformance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD AGENCYFILE.
       COPY "AgencyRecord.cpy".

       FD PERFORMANCERPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-AGENCY-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-AGENCY-IDX PIC 99 COMP-3.
       01 WS-AGENCY-HIT PIC 99 COMP-3.
       01 WS-AGENCY-TABLE.
           02 WS-AGENCY-ENTRY OCCURS 50 TIMES.
               03 WS-AG-CODE PIC X(4).
               03 WS-AG-NAME PIC X(30).
               03 WS-AG-PLACED-COUNT PIC 9(5) COMP-3.
               03 WS-AG-ACTIVE-COUNT PIC 9(5) COMP-3.
               03 WS-AG-RECALLED-COUNT PIC 9(5) COMP-3.
               03 WS-AG-PLACED-AMOUNT PIC S9(9)V99 COMP-3.
               03 WS-AG-GROSS PIC S9(9)V99 COMP-3.
               03 WS-AG-COMMISSION PIC S9(9)V99 COMP-3.
       01 WS-RECOVERY-RATE PIC 999V99.
       01 WS-SKIPPED-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-TOTAL-PLACED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOTAL-PLACED-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-GROSS PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-COMMISSION PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 HEADS PIC X(132) VALUE
           "Agcy Name                          Placed Active Recall    Placed amount            Gross      Commission            Net  Recovery".
       01 AGENCYLINE.
           02 PRNAGENCY PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PRNNAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PRNPLACED PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNACTIVE PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRECALLED PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNPLACEDAMT PIC $$$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNGROSS PIC $$$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCOMMISSION PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNNET PIC $$$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRATE PIC ZZ9.99.
           02 FILLER PIC X VALUE '%'.
       01 TOTALLINE.
           02 FILLER PIC X(36) VALUE "All agencies".
           02 PRNTOTPLACED PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE SPACE.
           02 PRNTOTPLACEDAMT PIC $$$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTOTGROSS PIC $$$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTOTCOMMISSION PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTOTNET PIC $$$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNTOTRATE PIC ZZ9.99.
           02 FILLER PIC X VALUE '%'.

       01 WS-CF-STATUS PIC XX.
       01 WS-AGF-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Compares the collection agencies on everything ever placed
      *> with them: accounts and amount placed, how many are still
      *> out and how many were recalled, what they have collected
      *> gross, the commission they kept and what came back to us.
      *> Recovery rate is gross collected over amount placed.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOAD-AGENCIES
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT PERFORMANCERPT
           IF WS-PR-STATUS NOT = "00"
               MOVE "PERFORMANCERPT" TO WS-ABEND-FILE-NAME
               MOVE WS-PR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-READ-ONE-RECORD UNTIL WSEOF
           WRITE PRINTLINE FROM HEADS
           PERFORM 2000-PRINT-ONE-AGENCY
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
           PERFORM 2100-PRINT-TOTALS
           CLOSE CUSTOMERFILE
           CLOSE PERFORMANCERPT
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY WS-SKIPPED-COUNT " placements left out - "
                   "more than 50 agencies"
           END-IF
           DISPLAY "Agency performance complete - "
               WS-TOTAL-PLACED-COUNT " placements with "
               WS-AGENCY-COUNT " agencies in "
               "files/AgencyPerformance.rpt"
           GOBACK.

       0100-LOAD-AGENCIES.
           OPEN INPUT AGENCYFILE
           IF WS-AGF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0110-LOAD-ONE-AGENCY UNTIL WSEOF
           CLOSE AGENCYFILE
           MOVE 'N' TO WS-EOF-SWITCH.

       0110-LOAD-ONE-AGENCY.
           READ AGENCYFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WS-AGENCY-COUNT < 50
                       ADD 1 TO WS-AGENCY-COUNT
                       MOVE WS-AGENCY-COUNT TO WS-AGENCY-IDX
                       PERFORM 0200-CLEAR-AGENCY
                       MOVE AGY-CODE TO WS-AG-CODE(WS-AGENCY-IDX)
                       MOVE AGY-NAME TO WS-AG-NAME(WS-AGENCY-IDX)
                   END-IF
           END-READ.

       0200-CLEAR-AGENCY.
           MOVE SPACES TO WS-AG-CODE(WS-AGENCY-IDX)
           MOVE SPACES TO WS-AG-NAME(WS-AGENCY-IDX)
           MOVE ZERO TO WS-AG-PLACED-COUNT(WS-AGENCY-IDX)
           MOVE ZERO TO WS-AG-ACTIVE-COUNT(WS-AGENCY-IDX)
           MOVE ZERO TO WS-AG-RECALLED-COUNT(WS-AGENCY-IDX)
           MOVE ZERO TO WS-AG-PLACED-AMOUNT(WS-AGENCY-IDX)
           MOVE ZERO TO WS-AG-GROSS(WS-AGENCY-IDX)
           MOVE ZERO TO WS-AG-COMMISSION(WS-AGENCY-IDX).

       1000-READ-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-PLACEMENT
               PERFORM 1100-ADD-PLACEMENT
           END-IF.

      *> An agency no longer on the control file still has its
      *> placements counted, under its code alone.
       1100-ADD-PLACEMENT.
           MOVE ZERO TO WS-AGENCY-HIT
           PERFORM 1110-MATCH-ONE-AGENCY
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
                   OR WS-AGENCY-HIT > ZERO
           IF WS-AGENCY-HIT = ZERO
               IF WS-AGENCY-COUNT = 50
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGENCY-COUNT
               MOVE WS-AGENCY-COUNT TO WS-AGENCY-IDX
               PERFORM 0200-CLEAR-AGENCY
               MOVE CC-AGENCY TO WS-AG-CODE(WS-AGENCY-IDX)
               MOVE "NOT ON AGENCY FILE" TO WS-AG-NAME(WS-AGENCY-IDX)
               MOVE WS-AGENCY-COUNT TO WS-AGENCY-HIT
           END-IF
           ADD 1 TO WS-AG-PLACED-COUNT(WS-AGENCY-HIT)
           IF CC-PLACED
               ADD 1 TO WS-AG-ACTIVE-COUNT(WS-AGENCY-HIT)
           END-IF
           IF CC-RECALLED
               ADD 1 TO WS-AG-RECALLED-COUNT(WS-AGENCY-HIT)
           END-IF
           ADD CC-PLACED-AMOUNT TO WS-AG-PLACED-AMOUNT(WS-AGENCY-HIT)
           ADD CC-GROSS-COLLECTED TO WS-AG-GROSS(WS-AGENCY-HIT)
           ADD CC-COMMISSION TO WS-AG-COMMISSION(WS-AGENCY-HIT).

       1110-MATCH-ONE-AGENCY.
           IF WS-AG-CODE(WS-AGENCY-IDX) = CC-AGENCY
               MOVE WS-AGENCY-IDX TO WS-AGENCY-HIT
           END-IF.

       2000-PRINT-ONE-AGENCY.
           MOVE WS-AG-CODE(WS-AGENCY-IDX) TO PRNAGENCY
           MOVE WS-AG-NAME(WS-AGENCY-IDX) TO PRNNAME
           MOVE WS-AG-PLACED-COUNT(WS-AGENCY-IDX) TO PRNPLACED
           MOVE WS-AG-ACTIVE-COUNT(WS-AGENCY-IDX) TO PRNACTIVE
           MOVE WS-AG-RECALLED-COUNT(WS-AGENCY-IDX) TO PRNRECALLED
           MOVE WS-AG-PLACED-AMOUNT(WS-AGENCY-IDX) TO PRNPLACEDAMT
           MOVE WS-AG-GROSS(WS-AGENCY-IDX) TO PRNGROSS
           MOVE WS-AG-COMMISSION(WS-AGENCY-IDX) TO PRNCOMMISSION
           COMPUTE PRNNET = WS-AG-GROSS(WS-AGENCY-IDX)
               - WS-AG-COMMISSION(WS-AGENCY-IDX)
           MOVE ZERO TO WS-RECOVERY-RATE
           IF WS-AG-PLACED-AMOUNT(WS-AGENCY-IDX) > ZERO
               COMPUTE WS-RECOVERY-RATE ROUNDED =
                   WS-AG-GROSS(WS-AGENCY-IDX) * 100
                   / WS-AG-PLACED-AMOUNT(WS-AGENCY-IDX)
           END-IF
           MOVE WS-RECOVERY-RATE TO PRNRATE
           WRITE PRINTLINE FROM AGENCYLINE
           ADD WS-AG-PLACED-COUNT(WS-AGENCY-IDX)
               TO WS-TOTAL-PLACED-COUNT
           ADD WS-AG-PLACED-AMOUNT(WS-AGENCY-IDX)
               TO WS-TOTAL-PLACED-AMOUNT
           ADD WS-AG-GROSS(WS-AGENCY-IDX) TO WS-TOTAL-GROSS
           ADD WS-AG-COMMISSION(WS-AGENCY-IDX) TO WS-TOTAL-COMMISSION.

       2100-PRINT-TOTALS.
           MOVE WS-TOTAL-PLACED-COUNT TO PRNTOTPLACED
           MOVE WS-TOTAL-PLACED-AMOUNT TO PRNTOTPLACEDAMT
           MOVE WS-TOTAL-GROSS TO PRNTOTGROSS
           MOVE WS-TOTAL-COMMISSION TO PRNTOTCOMMISSION
           COMPUTE PRNTOTNET = WS-TOTAL-GROSS - WS-TOTAL-COMMISSION
           MOVE ZERO TO WS-RECOVERY-RATE
           IF WS-TOTAL-PLACED-AMOUNT > ZERO
               COMPUTE WS-RECOVERY-RATE ROUNDED =
                   WS-TOTAL-GROSS * 100 / WS-TOTAL-PLACED-AMOUNT
           END-IF
           MOVE WS-RECOVERY-RATE TO PRNTOTRATE
           WRITE PRINTLINE FROM TOTALLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
