            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstateFollowUp.
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
           SELECT DEADLINEFILE ASSIGN TO
               "files/EstateClaimDeadlines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT FOLLOWUPRPT ASSIGN TO "files/EstateFollowUp.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD DEADLINEFILE.
       01 DEADLINERECORD.
           02 ECD-STATE PIC XX.
           02 ECD-MONTHS PIC 9(3).

       FD FOLLOWUPRPT.
       01 PRINTLINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-DL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-DL-EOF VALUE 'Y'.
       01 WS-ESTATE-SWITCH PIC X.
           88 WS-HAVE-ESTATE VALUE 'Y'.

       01 WS-DEFAULT-CLAIM-MONTHS PIC 9(3) VALUE 12.
       01 WS-DEADLINE-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-DL-IDX PIC 9(3) COMP-3.
       01 WS-DEADLINE-TABLE.
           02 WS-DEADLINE-ENTRY OCCURS 60 TIMES.
               03 WS-D-STATE PIC XX.
               03 WS-D-MONTHS PIC 9(3).

       01 WS-HELD-IDNUM PIC 9(7).
       01 WS-HELD-STATE PIC XX.
       01 WS-HELD-DEATH-DATE PIC 9(8).
       01 WS-HELD-CLAIM-DATE PIC 9(8).
       01 WS-HELD-EXECUTOR PIC X(30).
       01 WS-CLAIM-MONTHS PIC 9(3).

       01 WS-DEADLINE-DATE PIC 9(8).
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-DATE.
           02 WS-DDL-YYYY PIC 9(4).
           02 WS-DDL-MM PIC 99.
           02 WS-DDL-DD PIC 99.
       01 WS-MONTH-TOTAL PIC 9(5) COMP-3.
       01 WS-YEARS-ADDED PIC 9(3) COMP-3.
       01 WS-DAYS-PAST PIC S9(7) COMP-3.
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-ESTATE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-LISTED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 HEADS PIC X(110) VALUE
           "IDNum    LastName                  St  Died      Deadline  Days past  Claim sent        Balance  Executor".
       01 FOLLOWUPLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCUSTID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNLASTNAME PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTATE PIC XX.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDEATHDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDEADLINE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDAYSPAST PIC ZZZ,ZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCLAIMDATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNBALANCE PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNEXECUTOR PIC X(20).
       01 FOOTINGLINE.
           02 FILLER PIC X(31) VALUE "Estates past claim deadline:  ".
           02 PRNLISTCOUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  total: ".
           02 PRNLISTTOTAL PIC $$$,$$$,$$9.99-.

       01 WS-CF-STATUS PIC XX.
       01 WS-DL-STATUS PIC XX.
       01 WS-FR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Follow-up on claims against estates. Each state sets how
      *> long after a death a creditor may still present a claim;
      *> an estate that still owes us once that period has run is
      *> listed so it can be chased with the executor or written off.
      *> The period for the state of the customer's primary address
      *> comes from EstateClaimDeadlines.dat (state and months); a
      *> state not on the table gets the standard 12 months.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 0100-LOAD-DEADLINE-TABLE
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT FOLLOWUPRPT
           IF WS-FR-STATUS NOT = "00"
               MOVE "FOLLOWUPRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-FR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE "ESTATES WITH OPEN BALANCES PAST THE CLAIM DEADLINE"
               TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           MOVE ZERO TO WS-HELD-IDNUM
           PERFORM 1000-CHECK-ONE-RECORD UNTIL WSEOF
           MOVE WS-LISTED-COUNT TO PRNLISTCOUNT
           MOVE WS-LISTED-TOTAL TO PRNLISTTOTAL
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM FOOTINGLINE
           CLOSE CUSTOMERFILE
           CLOSE FOLLOWUPRPT
           DISPLAY "Estate follow-up complete - " WS-ESTATE-COUNT
               " estates on file, " WS-LISTED-COUNT
               " past the claim deadline with " WS-LISTED-TOTAL
               " open"
           GOBACK.

       0100-LOAD-DEADLINE-TABLE.
           OPEN INPUT DEADLINEFILE
           IF WS-DL-STATUS NOT = "00"
               DISPLAY "No estate claim deadline table on file - "
                   WS-DEFAULT-CLAIM-MONTHS " months used for every state"
           ELSE
               PERFORM 0110-LOAD-ONE-DEADLINE UNTIL WS-DL-EOF
               CLOSE DEADLINEFILE
           END-IF.

       0110-LOAD-ONE-DEADLINE.
           READ DEADLINEFILE
               AT END SET WS-DL-EOF TO TRUE
               NOT AT END
                   IF WS-DEADLINE-COUNT < 60
                       ADD 1 TO WS-DEADLINE-COUNT
                       MOVE WS-DEADLINE-COUNT TO WS-DL-IDX
                       MOVE FUNCTION UPPER-CASE(ECD-STATE)
                           TO WS-D-STATE(WS-DL-IDX)
                       MOVE ECD-MONTHS TO WS-D-MONTHS(WS-DL-IDX)
                   END-IF
           END-READ.

      *> The file is read in key order, so a customer's primary
      *> address (A 00) and estate record (E) both come before the
      *> header; they are held until the header arrives.
       1000-CHECK-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF IDNUM NOT = WS-HELD-IDNUM
               MOVE IDNUM TO WS-HELD-IDNUM
               MOVE SPACES TO WS-HELD-STATE
               MOVE 'N' TO WS-ESTATE-SWITCH
           END-IF
           IF REC-IS-ADDRESS AND CA-SEQ = ZERO
               MOVE CA-STATE TO WS-HELD-STATE
           ELSE IF REC-IS-ESTATE
               MOVE 'Y' TO WS-ESTATE-SWITCH
               MOVE CE-DEATH-DATE TO WS-HELD-DEATH-DATE
               MOVE CE-CLAIM-DATE TO WS-HELD-CLAIM-DATE
               MOVE CE-EXECUTOR-NAME TO WS-HELD-EXECUTOR
           ELSE IF REC-IS-HEADER AND WS-HAVE-ESTATE
               ADD 1 TO WS-ESTATE-COUNT
               IF BALANCE < ZERO
                   PERFORM 2000-CHECK-DEADLINE
               END-IF
           END-IF.

       2000-CHECK-DEADLINE.
           MOVE WS-DEFAULT-CLAIM-MONTHS TO WS-CLAIM-MONTHS
           PERFORM 2010-CHECK-STATE-ENTRY
               VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DEADLINE-COUNT
           PERFORM 2100-COMPUTE-DEADLINE
           IF WS-CD-DATE > WS-DEADLINE-DATE
               COMPUTE WS-DAYS-PAST =
                   FUNCTION INTEGER-OF-DATE(WS-CD-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE)
               PERFORM 3000-PRINT-ESTATE
           END-IF.

       2010-CHECK-STATE-ENTRY.
           IF WS-D-STATE(WS-DL-IDX) = WS-HELD-STATE
               MOVE WS-D-MONTHS(WS-DL-IDX) TO WS-CLAIM-MONTHS
           END-IF.

      *> Date of death plus the claim period in calendar months; a day
      *> that does not exist in the target month falls back to the
      *> 28th.
       2100-COMPUTE-DEADLINE.
           MOVE WS-HELD-DEATH-DATE TO WS-DEADLINE-DATE
           COMPUTE WS-MONTH-TOTAL = WS-DDL-MM - 1 + WS-CLAIM-MONTHS
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-ADDED
               REMAINDER WS-MONTH-TOTAL
           ADD WS-YEARS-ADDED TO WS-DDL-YYYY
           COMPUTE WS-DDL-MM = WS-MONTH-TOTAL + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEADLINE-DATE) NOT = ZERO
               MOVE 28 TO WS-DDL-DD
           END-IF.

       3000-PRINT-ESTATE.
           MOVE IDNUM TO PRNCUSTID
           MOVE LASTNAME TO PRNLASTNAME
           MOVE WS-HELD-STATE TO PRNSTATE
           MOVE WS-HELD-DEATH-DATE TO PRNDEATHDATE
           MOVE WS-DEADLINE-DATE TO PRNDEADLINE
           MOVE WS-DAYS-PAST TO PRNDAYSPAST
           MOVE WS-HELD-CLAIM-DATE TO PRNCLAIMDATE
           MOVE BALANCE TO PRNBALANCE
           MOVE WS-HELD-EXECUTOR TO PRNEXECUTOR
           WRITE PRINTLINE FROM FOLLOWUPLINE
           ADD 1 TO WS-LISTED-COUNT
           ADD BALANCE TO WS-LISTED-TOTAL.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
