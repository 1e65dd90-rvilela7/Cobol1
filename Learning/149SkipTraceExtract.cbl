            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SkipTraceExtract.
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
           SELECT SKIPEXTRACT ASSIGN TO "files/SkipTraceExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
           SELECT SKIPBATCHLOG ASSIGN TO "files/SkipTraceBatches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD SKIPEXTRACT.
       COPY "SkipTrace.cpy".

       FD SKIPBATCHLOG.
       COPY "SkipBatch.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-HELD-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-HELD-HEADER-SWITCH PIC X VALUE 'N'.
           88 WS-HELD-HAS-HEADER VALUE 'Y'.
       01 WS-HELD-ESTATE-SWITCH PIC X VALUE 'N'.
           88 WS-HELD-HAS-ESTATE VALUE 'Y'.
       01 WS-HELD-BAD-SWITCH PIC X VALUE 'N'.
           88 WS-HELD-HAS-BAD VALUE 'Y'.
       01 WS-HELD-HEADER.
           02 WS-HH-FIRSTNAME PIC X(25).
           02 WS-HH-LASTNAME PIC X(25).
           02 WS-HH-SSN PIC 9(9).
           02 WS-HH-DOB.
               03 WS-HH-DOB-MM PIC 99.
               03 WS-HH-DOB-DD PIC 99.
               03 WS-HH-DOB-YYYY PIC 9(4).
           02 WS-HH-BALANCE PIC S9(7)V99.
           02 WS-HH-STATUS PIC X.
               88 WS-HH-ACTIVE VALUE 'A'.
           02 WS-HH-MERGED-TO PIC 9(7).
       01 WS-HELD-ADDRESS.
           02 WS-HA-SEQ PIC 99.
           02 WS-HA-STREET PIC X(25).
           02 WS-HA-CITY PIC X(15).
           02 WS-HA-STATE PIC XX.
           02 WS-HA-ZIP PIC X(10).
       01 WS-HELD-PHONE-COUNT PIC 9 COMP-3 VALUE ZERO.
       01 WS-HELD-PHONES.
           02 WS-HP-PHONE PIC X(15) OCCURS 3 TIMES.

       01 WS-BATCH PIC 9(8).
       01 WS-CUSTOMER-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-EXTRACT-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-ESTATE-SKIP-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-STAY-SKIP-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "SKIPTRACE ".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "SkipTraceExtract".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-SX-STATUS PIC XX.
       01 WS-SB-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Builds the file sent to the skip-trace vendor: customers who
      *> owe money and whose mailing or billing address has been
      *> confirmed bad, so nobody can reach them. Each account goes
      *> with name, full SSN, date of birth, the last known address
      *> and up to three phones. Deceased customers are left to the
      *> estate process and nothing goes out while a bankruptcy stay
      *> is in force. Addresses sort ahead of the header and phones
      *> after it, so everything is held until the customer changes.
      *> The batch is dated with the run and logged with its count so
      *> SkipTraceImport can work out the hit rate of each batch.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BATCH
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT SKIPEXTRACT
           IF WS-SX-STATUS NOT = "00"
               MOVE "SKIPEXTRACT" TO WS-ABEND-FILE-NAME
               MOVE WS-SX-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1100-CLEAR-HELD-CUSTOMER
           PERFORM 1000-READ-ONE-RECORD UNTIL WSEOF
           PERFORM 2000-END-OF-CUSTOMER
           CLOSE CUSTOMERFILE
           CLOSE SKIPEXTRACT
           PERFORM 3000-LOG-BATCH
           DISPLAY "Skip-trace extract complete - batch " WS-BATCH
               " " WS-EXTRACT-COUNT " accounts in "
               "files/SkipTraceExtract.dat"
           DISPLAY "  " WS-CUSTOMER-COUNT " qualified, "
               WS-ESTATE-SKIP-COUNT " left to the estate, "
               WS-STAY-SKIP-COUNT " withheld under bankruptcy stay"
           GOBACK.

       1000-READ-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF IDNUM NOT = WS-HELD-IDNUM
               PERFORM 2000-END-OF-CUSTOMER
               PERFORM 1100-CLEAR-HELD-CUSTOMER
               MOVE IDNUM TO WS-HELD-IDNUM
           END-IF
           EVALUATE TRUE
               WHEN REC-IS-ADDRESS
                   IF (CA-USAGE-MAILING OR CA-USAGE-BILLING)
                       AND CA-ADDR-CONFIRMED-BAD
                       AND NOT WS-HELD-HAS-BAD
                       PERFORM 1200-HOLD-ADDRESS
                   END-IF
               WHEN REC-IS-ESTATE
                   SET WS-HELD-HAS-ESTATE TO TRUE
               WHEN REC-IS-HEADER
                   PERFORM 1300-HOLD-HEADER
               WHEN REC-IS-PHONE
                   IF CP-PHONE NOT = SPACES
                       AND WS-HELD-PHONE-COUNT < 3
                       ADD 1 TO WS-HELD-PHONE-COUNT
                       MOVE CP-PHONE
                           TO WS-HP-PHONE(WS-HELD-PHONE-COUNT)
                   END-IF
           END-EVALUATE.

       1100-CLEAR-HELD-CUSTOMER.
           MOVE 'N' TO WS-HELD-HEADER-SWITCH
           MOVE 'N' TO WS-HELD-ESTATE-SWITCH
           MOVE 'N' TO WS-HELD-BAD-SWITCH
           MOVE ZERO TO WS-HELD-PHONE-COUNT
           MOVE SPACES TO WS-HELD-PHONES.

      *> The primary address is sequence 00 and is read first, so the
      *> first confirmed-bad mailing or billing address is the last
      *> known address the vendor is asked to trace from.
       1200-HOLD-ADDRESS.
           SET WS-HELD-HAS-BAD TO TRUE
           MOVE CA-SEQ TO WS-HA-SEQ
           MOVE CA-STREET TO WS-HA-STREET
           MOVE CA-CITY TO WS-HA-CITY
           MOVE CA-STATE TO WS-HA-STATE
           MOVE CA-ZIP TO WS-HA-ZIP.

       1300-HOLD-HEADER.
           SET WS-HELD-HAS-HEADER TO TRUE
           MOVE FIRSTNAME TO WS-HH-FIRSTNAME
           MOVE LASTNAME TO WS-HH-LASTNAME
           MOVE CUST-SSN TO WS-HH-SSN
           MOVE CUST-DOB TO WS-HH-DOB
           MOVE BALANCE TO WS-HH-BALANCE
           MOVE CUST-STATUS TO WS-HH-STATUS
           MOVE CUST-MERGED-TO TO WS-HH-MERGED-TO.

       2000-END-OF-CUSTOMER.
           IF NOT WS-HELD-HAS-HEADER OR NOT WS-HELD-HAS-BAD
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-HH-ACTIVE OR WS-HH-MERGED-TO NOT = ZERO
               OR WS-HH-BALANCE NOT < ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           IF WS-HELD-HAS-ESTATE
               ADD 1 TO WS-ESTATE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           CALL 'StayCheck' USING WS-HELD-IDNUM, WS-STAY-PROGRAM,
               WS-STAY-SWITCH
           IF WS-STAYED
               ADD 1 TO WS-STAY-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-REVEAL-SSN
           MOVE WS-BATCH TO STX-BATCH
           MOVE WS-HELD-IDNUM TO STX-IDNUM
           MOVE WS-HH-FIRSTNAME TO STX-FIRSTNAME
           MOVE WS-HH-LASTNAME TO STX-LASTNAME
           MOVE WS-GUARD-SSN-OUT TO STX-SSN
           COMPUTE STX-DOB = WS-HH-DOB-YYYY * 10000
               + WS-HH-DOB-MM * 100 + WS-HH-DOB-DD
           MOVE WS-HA-STREET TO STX-STREET
           MOVE WS-HA-CITY TO STX-CITY
           MOVE WS-HA-STATE TO STX-STATE
           MOVE WS-HA-ZIP TO STX-ZIP
           MOVE WS-HELD-PHONES TO STX-PHONES
           WRITE SKIPTRACERECORD
           ADD 1 TO WS-EXTRACT-COUNT.

      *> The vendor matches on the full SSN, so the protected value
      *> on the master is revealed for the file.
       2100-REVEAL-SSN.
           MOVE 'R' TO WS-GUARD-ACTION
           MOVE WS-HELD-IDNUM TO WS-GUARD-IDNUM
           MOVE WS-HH-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

       3000-LOG-BATCH.
           OPEN EXTEND SKIPBATCHLOG
           IF WS-SB-STATUS = "35"
               OPEN OUTPUT SKIPBATCHLOG
           END-IF
           IF WS-SB-STATUS NOT = "00"
               MOVE "SKIPBATCHLOG" TO WS-ABEND-FILE-NAME
               MOVE WS-SB-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-BATCH TO SKB-BATCH
           MOVE WS-EXTRACT-COUNT TO SKB-SENT-COUNT
           WRITE SKIPBATCHRECORD
           CLOSE SKIPBATCHLOG.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
