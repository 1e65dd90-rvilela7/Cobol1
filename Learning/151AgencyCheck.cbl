            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyCheck.
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

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CF-STATUS PIC XX.
       01 WS-SCAN-EOF-SWITCH PIC X.
           88 WS-SCAN-EOF VALUE 'Y'.

       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           01 LK-AGENCY PIC X(4).
           01 LK-RESULT PIC X.
               88 LK-PLACED VALUE 'Y'.

      *> An account placed with an outside collection agency is the
      *> agency's to work until it is recalled, so our own dunning
      *> and collections queue leave it alone. Returns 'Y' and the
      *> agency code when the customer has a placement in force.
       PROCEDURE DIVISION USING LK-IDNUM, LK-AGENCY, LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           MOVE SPACES TO LK-AGENCY
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LK-IDNUM TO CC-IDNUM
           MOVE 'C' TO CC-REC-TYPE
           MOVE ZERO TO CC-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 1000-CHECK-ONE-PLACEMENT
               UNTIL WS-SCAN-EOF OR LK-PLACED
           CLOSE CUSTOMERFILE
           EXIT PROGRAM.

       1000-CHECK-ONE-PLACEMENT.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF WS-SCAN-EOF
               EXIT PARAGRAPH
           END-IF
           IF CC-IDNUM NOT = LK-IDNUM OR CC-REC-TYPE NOT = 'C'
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CC-PLACED
               MOVE 'Y' TO LK-RESULT
               MOVE CC-AGENCY TO LK-AGENCY
           END-IF.
