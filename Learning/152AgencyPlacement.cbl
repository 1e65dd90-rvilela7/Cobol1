            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyPlacement.
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
           SELECT QUEUEFILE ASSIGN TO "files/CollectionQueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CQ-KEY
               FILE STATUS IS WS-CQ-STATUS.
           SELECT DISPUTEFILE ASSIGN TO "files/Disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT AGENCYFILE ASSIGN TO "files/Agencies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGF-STATUS.
           SELECT PLACEMENTFILE ASSIGN TO "files/AgencyPlacement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD QUEUEFILE.
       COPY "CollectionQueue.cpy".

       FD DISPUTEFILE.
       COPY "Dispute.cpy".

       FD AGENCYFILE.
       COPY "AgencyRecord.cpy".

       FD PLACEMENTFILE.
       COPY "AgencyPlacement.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-PLACE VALUE 'P'.
           88 WS-RECALL VALUE 'R'.
           88 WS-SWEEP VALUE 'S'.
           88 WS-AGENCIES VALUE 'A'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SCAN-EOF VALUE 'Y'.
       01 WS-DISPUTE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-DISPUTE-EOF VALUE 'Y'.
       01 WS-DONE-SWITCH PIC X VALUE 'N'.
           88 WS-ENTRY-DONE VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-ACTIVE-SWITCH PIC X.
           88 WS-ACTIVE-PLACEMENT VALUE 'Y'.
       01 WS-OPEN-DISPUTE-SWITCH PIC X.
           88 WS-HAS-OPEN-DISPUTE VALUE 'Y'.
       01 WS-NOTE-WRITTEN-SWITCH PIC X VALUE 'N'.
           88 WS-NOTE-WRITTEN VALUE 'Y'.
       01 WS-HAVE-QUEUE PIC X VALUE 'N'.
           88 WS-QUEUE-FILE-OPEN VALUE 'Y'.
       01 WS-HAVE-DISPUTES PIC X VALUE 'N'.
           88 WS-DISPUTE-FILE-OPEN VALUE 'Y'.

       01 WS-TODAY PIC 9(8).
       01 WS-WORK-IDNUM PIC 9(7).
       01 WS-WORK-AGENCY PIC X(4).
       01 WS-WORK-REASON PIC X(3).
       01 WS-WORK-AMOUNT PIC 9(7)V99.
       01 WS-WORK-WRITTEN-OFF PIC X.
       01 WS-HIGH-SEQ PIC 99.
       01 WS-PLACEMENT-SEQ PIC 99.
       01 WS-NOTE-AMOUNT PIC ZZZZZZ9.99.
       01 WS-CUSTOMER-HOLD.
           02 WS-CH-FIRSTNAME PIC X(25).
           02 WS-CH-LASTNAME PIC X(25).
           02 WS-CH-DOB.
               03 WS-CH-DOB-MM PIC 99.
               03 WS-CH-DOB-DD PIC 99.
               03 WS-CH-DOB-YYYY PIC 9(4).

       01 WS-AGENCY-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-AGENCY-IDX PIC 99 COMP-3.
       01 WS-AGENCY-HIT PIC 99 COMP-3.
       01 WS-AGENCY-TABLE.
           02 WS-AGENCY-ENTRY OCCURS 50 TIMES.
               03 WS-AG-CODE PIC X(4).
               03 WS-AG-NAME PIC X(30).
               03 WS-AG-RATE-PRE PIC 99V99.
               03 WS-AG-RATE-POST PIC 99V99.
               03 WS-AG-STATUS PIC X.
       01 WS-ENTRY-NAME PIC X(30).
       01 WS-ENTRY-RATE PIC X(6).
       01 WS-ENTRY-STATUS PIC X.
       01 WS-PRN-RATE-PRE PIC Z9.99.
       01 WS-PRN-RATE-POST PIC Z9.99.

       01 WS-SWEEP-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-SWEEP-IDX PIC 9(3) COMP-3.
       01 WS-SWEEP-TABLE.
           02 WS-SWEEP-IDNUM PIC 9(7) OCCURS 500 TIMES.
       01 WS-SWEEP-RECALLED PIC 9(5) COMP-3.
       01 WS-PLACED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-RECALLED-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-PLACED-AGENCY PIC X(4).
       01 WS-PLACED-SWITCH PIC X.
           88 WS-AGENCY-PLACED VALUE 'Y'.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "AGENCYPLC ".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "AGENCYPLC".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.
       01 WS-ADMIN-ROLE PIC X.
       01 WS-ADMIN-ID PIC X(8).
       01 WS-ADMIN-RESULT PIC X.
           88 WS-ADMIN-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-CQ-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-AGF-STATUS PIC XX.
       01 WS-PF-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Places accounts our own collectors have given up on with an
      *> outside collection agency, before or after write-off, and
      *> recalls them. A placement is kept on the customer as a 'C'
      *> record carrying the agency code and placement date; while
      *> it stands DunningRun and CollectionsQueue pass the account
      *> by (AgencyCheck). Each placement and recall is added to
      *> files/AgencyPlacement.dat, the file sent to the agencies.
      *> The recall sweep pulls back every placed account that has
      *> since gone into dispute, bankruptcy or a deceased estate.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - AgencyPlacement "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O QUEUEFILE
           IF WS-CQ-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-QUEUE
           END-IF
           OPEN INPUT DISPUTEFILE
           IF WS-DS-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-DISPUTES
           END-IF
           PERFORM 0100-LOAD-AGENCIES
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           IF WS-QUEUE-FILE-OPEN
               CLOSE QUEUEFILE
           END-IF
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTEFILE
           END-IF
           DISPLAY "Agency placement ended - " WS-PLACED-COUNT
               " placed, " WS-RECALLED-COUNT " recalled"
           GOBACK.

       0100-LOAD-AGENCIES.
           MOVE ZERO TO WS-AGENCY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AGENCYFILE
           IF WS-AGF-STATUS NOT = "00"
               DISPLAY "No agency file yet - add agencies with A "
                   "before placing accounts"
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
                       MOVE AGY-CODE TO WS-AG-CODE(WS-AGENCY-IDX)
                       MOVE AGY-NAME TO WS-AG-NAME(WS-AGENCY-IDX)
                       MOVE AGY-RATE-PRE
                           TO WS-AG-RATE-PRE(WS-AGENCY-IDX)
                       MOVE AGY-RATE-POST
                           TO WS-AG-RATE-POST(WS-AGENCY-IDX)
                       MOVE AGY-STATUS TO WS-AG-STATUS(WS-AGENCY-IDX)
                   END-IF
           END-READ.

       1000-PROCESS-REQUEST.
           DISPLAY "P)lace accounts, R)ecall an account, S)weep "
               "recalls, A)gencies or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-PLACE
               PERFORM 2000-PLACE-ACCOUNTS
           ELSE IF WS-RECALL
               PERFORM 3000-RECALL-ACCOUNT
           ELSE IF WS-SWEEP
               PERFORM 4000-RECALL-SWEEP
           ELSE IF WS-AGENCIES
               PERFORM 5000-MAINTAIN-AGENCIES
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter P, R, S, A or Q"
           END-IF.

       2000-PLACE-ACCOUNTS.
           DISPLAY "Agency code " WITH NO ADVANCING
           ACCEPT WS-WORK-AGENCY
           MOVE FUNCTION UPPER-CASE(WS-WORK-AGENCY) TO WS-WORK-AGENCY
           PERFORM 8000-FIND-AGENCY
           IF WS-AGENCY-HIT = ZERO
               DISPLAY "Agency " WS-WORK-AGENCY " is not on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-AG-STATUS(WS-AGENCY-HIT) NOT = 'A'
               DISPLAY "Agency " WS-WORK-AGENCY " is not active - "
                   "nothing placed"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2010-OPEN-PLACEMENT-FILE
           MOVE 'N' TO WS-DONE-SWITCH
           PERFORM 2100-PLACE-ONE-ACCOUNT UNTIL WS-ENTRY-DONE
           CLOSE PLACEMENTFILE.

       2010-OPEN-PLACEMENT-FILE.
           OPEN EXTEND PLACEMENTFILE
           IF WS-PF-STATUS = "35"
               OPEN OUTPUT PLACEMENTFILE
           END-IF
           IF WS-PF-STATUS NOT = "00"
               MOVE "PLACEMENTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

      *> Active accounts are placed for what they owe; charged-off
      *> accounts for the balance written off and still unrecovered.
      *> Nothing is placed under a bankruptcy stay, for a deceased
      *> customer or while any dispute is open.
       2100-PLACE-ONE-ACCOUNT.
           DISPLAY "Customer ID to place (0 to finish) "
               WITH NO ADVANCING
           ACCEPT WS-WORK-IDNUM
           IF WS-WORK-IDNUM = ZERO
               SET WS-ENTRY-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-READ-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-WORK-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           IF CUST-MERGED-TO NOT = ZERO
               DISPLAY "Customer " WS-WORK-IDNUM " was merged into "
                   CUST-MERGED-TO " - place that account instead"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CUST-ACTIVE AND BALANCE < ZERO
                   COMPUTE WS-WORK-AMOUNT = BALANCE * -1
                   MOVE 'N' TO WS-WORK-WRITTEN-OFF
               WHEN CUST-CHARGED-OFF AND CUST-WRITEOFF-BAL > ZERO
                   MOVE CUST-WRITEOFF-BAL TO WS-WORK-AMOUNT
                   MOVE 'Y' TO WS-WORK-WRITTEN-OFF
               WHEN OTHER
                   DISPLAY "Customer " WS-WORK-IDNUM
                       " owes nothing to place"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FIRSTNAME TO WS-CH-FIRSTNAME
           MOVE LASTNAME TO WS-CH-LASTNAME
           MOVE CUST-DOB TO WS-CH-DOB
           CALL 'AgencyCheck' USING WS-WORK-IDNUM, WS-PLACED-AGENCY,
               WS-PLACED-SWITCH
           IF WS-AGENCY-PLACED
               DISPLAY "Customer " WS-WORK-IDNUM
                   " is already placed with agency " WS-PLACED-AGENCY
               EXIT PARAGRAPH
           END-IF
           CALL 'StayCheck' USING WS-WORK-IDNUM, WS-STAY-PROGRAM,
               WS-STAY-SWITCH
           IF WS-STAYED
               DISPLAY "Customer " WS-WORK-IDNUM
                   " is under a bankruptcy automatic stay - "
                   "not placed"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7100-CHECK-ESTATE
           IF WS-RECORD-FOUND
               DISPLAY "Customer " WS-WORK-IDNUM
                   " is deceased - the estate claim stays with us"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-CHECK-OPEN-DISPUTES
           IF WS-HAS-OPEN-DISPUTE
               DISPLAY "Customer " WS-WORK-IDNUM
                   " has an open dispute - not placed"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7300-FIND-PLACEMENT
           IF WS-HIGH-SEQ = 99
               DISPLAY "No free placement sequence for customer "
                   WS-WORK-IDNUM
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-WRITE-PLACEMENT
           IF WS-RECORD-FOUND
               PERFORM 2300-SEND-PLACEMENT
               PERFORM 2400-CLOSE-QUEUE-ENTRY
               MOVE WS-WORK-AMOUNT TO WS-NOTE-AMOUNT
               MOVE SPACES TO CN-NOTE-TEXT
               STRING "PLACED WITH AGENCY " DELIMITED BY SIZE
                   WS-WORK-AGENCY DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   WS-NOTE-AMOUNT DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO CN-NOTE-TEXT
               PERFORM 7500-WRITE-NOTE
               ADD 1 TO WS-PLACED-COUNT
               DISPLAY "Customer " WS-WORK-IDNUM " placed with "
                   WS-WORK-AGENCY " for " WS-NOTE-AMOUNT
           END-IF.

       2200-WRITE-PLACEMENT.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO CUSTOMER-PLACEMENT-REC
           MOVE WS-WORK-IDNUM TO CC-IDNUM
           MOVE 'C' TO CC-REC-TYPE
           ADD 1 TO WS-HIGH-SEQ GIVING CC-SEQ
           MOVE WS-WORK-AGENCY TO CC-AGENCY
           MOVE WS-TODAY TO CC-PLACED-DATE
           MOVE WS-WORK-AMOUNT TO CC-PLACED-AMOUNT
           MOVE WS-WORK-WRITTEN-OFF TO CC-WRITTEN-OFF
           SET CC-PLACED TO TRUE
           MOVE ZERO TO CC-RECALL-DATE
           MOVE ZERO TO CC-GROSS-COLLECTED
           MOVE ZERO TO CC-COMMISSION
           MOVE ZERO TO CC-LAST-REMIT-DATE
           MOVE WS-OPERATOR-ID TO CC-PLACED-BY
           WRITE CUSTOMER-PLACEMENT-REC
               INVALID KEY
                   DISPLAY "Placement write failed for customer "
                       WS-WORK-IDNUM " - status " WS-CF-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

      *> The agency works from the primary address and first phone.
       2300-SEND-PLACEMENT.
           MOVE SPACES TO AGENCYPLACEMENTRECORD
           SET APL-IS-PLACEMENT TO TRUE
           MOVE WS-WORK-AGENCY TO APL-AGENCY
           MOVE WS-WORK-IDNUM TO APL-IDNUM
           MOVE WS-TODAY TO APL-DATE
           MOVE WS-CH-FIRSTNAME TO APL-FIRSTNAME
           MOVE WS-CH-LASTNAME TO APL-LASTNAME
           COMPUTE APL-DOB = WS-CH-DOB-YYYY * 10000
               + WS-CH-DOB-MM * 100 + WS-CH-DOB-DD
           MOVE WS-WORK-AMOUNT TO APL-AMOUNT
           MOVE WS-WORK-WRITTEN-OFF TO APL-WRITTEN-OFF
           MOVE WS-WORK-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CA-STREET TO APL-STREET
                   MOVE CA-CITY TO APL-CITY
                   MOVE CA-STATE TO APL-STATE
                   MOVE CA-ZIP TO APL-ZIP
           END-READ
           MOVE WS-WORK-IDNUM TO CP-IDNUM
           MOVE 'P' TO CP-REC-TYPE
           MOVE ZERO TO CP-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PHONE TO APL-PHONE
           END-READ
           MOVE SPACES TO APL-RECALL-REASON
           WRITE AGENCYPLACEMENTRECORD.

       2400-CLOSE-QUEUE-ENTRY.
           IF NOT WS-QUEUE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-IDNUM TO CQ-IDNUM
           READ QUEUEFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "AGY" TO CQ-OUTCOME
           SET CQ-CLOSED TO TRUE
           REWRITE COLLECTIONRECORD
               INVALID KEY
                   DISPLAY "Queue entry for customer " WS-WORK-IDNUM
                       " not closed"
           END-REWRITE.

       3000-RECALL-ACCOUNT.
           DISPLAY "Customer ID to recall " WITH NO ADVANCING
           ACCEPT WS-WORK-IDNUM
           PERFORM 7300-FIND-PLACEMENT
           IF NOT WS-ACTIVE-PLACEMENT
               DISPLAY "Customer " WS-WORK-IDNUM
                   " is not placed with an agency"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason (DSP dispute, BKR bankruptcy, DEC "
               "deceased, OTH other) " WITH NO ADVANCING
           ACCEPT WS-WORK-REASON
           MOVE FUNCTION UPPER-CASE(WS-WORK-REASON) TO WS-WORK-REASON
           IF WS-WORK-REASON NOT = "DSP" AND NOT = "BKR"
               AND NOT = "DEC" AND NOT = "OTH"
               DISPLAY "Invalid reason - nothing recalled"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2010-OPEN-PLACEMENT-FILE
           PERFORM 3100-RECALL-PLACEMENT
           CLOSE PLACEMENTFILE.

      *> The placement found by 7300 is marked recalled and the
      *> agency told; the queue entry closed at placement is opened
      *> again so the account comes back to our collectors.
       3100-RECALL-PLACEMENT.
           MOVE WS-WORK-IDNUM TO CC-IDNUM
           MOVE 'C' TO CC-REC-TYPE
           MOVE WS-PLACEMENT-SEQ TO CC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Placement for customer " WS-WORK-IDNUM
                       " could not be read"
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           MOVE CC-AGENCY TO WS-WORK-AGENCY
           SET CC-RECALLED TO TRUE
           MOVE WS-TODAY TO CC-RECALL-DATE
           MOVE WS-WORK-REASON TO CC-RECALL-REASON
           REWRITE CUSTOMER-PLACEMENT-REC
               INVALID KEY
                   DISPLAY "Recall failed for customer " WS-WORK-IDNUM
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 9500-JOURNAL-REWRITE
           MOVE SPACES TO AGENCYPLACEMENTRECORD
           SET APL-IS-RECALL TO TRUE
           MOVE WS-WORK-AGENCY TO APL-AGENCY
           MOVE WS-WORK-IDNUM TO APL-IDNUM
           MOVE WS-TODAY TO APL-DATE
           MOVE ZERO TO APL-DOB
           MOVE ZERO TO APL-AMOUNT
           MOVE WS-WORK-REASON TO APL-RECALL-REASON
           PERFORM 7000-READ-HEADER
           IF WS-RECORD-FOUND
               MOVE FIRSTNAME TO APL-FIRSTNAME
               MOVE LASTNAME TO APL-LASTNAME
           END-IF
           WRITE AGENCYPLACEMENTRECORD
           IF WS-QUEUE-FILE-OPEN
               MOVE WS-WORK-IDNUM TO CQ-IDNUM
               READ QUEUEFILE
                   INVALID KEY
                       MOVE SPACES TO CQ-OUTCOME
               END-READ
               IF CQ-IDNUM = WS-WORK-IDNUM AND CQ-OUTCOME = "AGY"
                   MOVE "RCL" TO CQ-OUTCOME
                   SET CQ-OPEN TO TRUE
                   REWRITE COLLECTIONRECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF
           MOVE SPACES TO CN-NOTE-TEXT
           STRING "RECALLED FROM AGENCY " DELIMITED BY SIZE
               WS-WORK-AGENCY DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               WS-WORK-REASON DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO CN-NOTE-TEXT
           PERFORM 7500-WRITE-NOTE
           ADD 1 TO WS-RECALLED-COUNT
           DISPLAY "Customer " WS-WORK-IDNUM " recalled from "
               WS-WORK-AGENCY " - reason " WS-WORK-REASON.

      *> Placed accounts are gathered first so the recalls do not
      *> disturb the pass through the master.
       4000-RECALL-SWEEP.
           MOVE ZERO TO WS-SWEEP-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 4010-GATHER-ONE-RECORD UNTIL WSEOF
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-SWEEP-COUNT = ZERO
               DISPLAY "No accounts placed with agencies"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2010-OPEN-PLACEMENT-FILE
           MOVE WS-RECALLED-COUNT TO WS-SWEEP-RECALLED
           PERFORM 4100-SWEEP-ONE-ACCOUNT
               VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
           CLOSE PLACEMENTFILE
           SUBTRACT WS-SWEEP-RECALLED FROM WS-RECALLED-COUNT
               GIVING WS-SWEEP-RECALLED
           DISPLAY "Recall sweep complete - " WS-SWEEP-COUNT
               " placed accounts checked, " WS-SWEEP-RECALLED
               " recalled".

       4010-GATHER-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-PLACEMENT AND CC-PLACED
               IF WS-SWEEP-COUNT < 500
                   ADD 1 TO WS-SWEEP-COUNT
                   MOVE CC-IDNUM TO WS-SWEEP-IDNUM(WS-SWEEP-COUNT)
               ELSE
                   DISPLAY "More than 500 placed accounts - run the "
                       "sweep again for the rest"
                   SET WSEOF TO TRUE
               END-IF
           END-IF.

       4100-SWEEP-ONE-ACCOUNT.
           MOVE WS-SWEEP-IDNUM(WS-SWEEP-IDX) TO WS-WORK-IDNUM
           MOVE SPACES TO WS-WORK-REASON
           CALL 'StayCheck' USING WS-WORK-IDNUM, WS-STAY-PROGRAM,
               WS-STAY-SWITCH
           IF WS-STAYED
               MOVE "BKR" TO WS-WORK-REASON
           ELSE
               PERFORM 7100-CHECK-ESTATE
               IF WS-RECORD-FOUND
                   MOVE "DEC" TO WS-WORK-REASON
               ELSE
                   PERFORM 7200-CHECK-OPEN-DISPUTES
                   IF WS-HAS-OPEN-DISPUTE
                       MOVE "DSP" TO WS-WORK-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-WORK-REASON NOT = SPACES
               PERFORM 7300-FIND-PLACEMENT
               IF WS-ACTIVE-PLACEMENT
                   PERFORM 3100-RECALL-PLACEMENT
               END-IF
           END-IF.

      *> Agency contracts are an admin matter: code, name and the
      *> commission percentages charged on pre- and post-write-off
      *> collections. The file is written back whole after changes.
       5000-MAINTAIN-AGENCIES.
           MOVE 'A' TO WS-ADMIN-ROLE
           CALL 'SignOn' USING WS-ADMIN-ROLE, WS-ADMIN-ID,
               WS-ADMIN-RESULT
           IF NOT WS-ADMIN-GRANTED
               DISPLAY "Admin sign-on required to change agencies"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code Name                           Pre %  Post % "
               "Status"
           PERFORM 5010-LIST-ONE-AGENCY
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
           MOVE 'N' TO WS-DONE-SWITCH
           PERFORM 5100-CHANGE-ONE-AGENCY UNTIL WS-ENTRY-DONE
           OPEN OUTPUT AGENCYFILE
           IF WS-AGF-STATUS NOT = "00"
               DISPLAY "AGENCYFILE STATUS " WS-AGF-STATUS
                   " - agency changes not saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-SAVE-ONE-AGENCY
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
           CLOSE AGENCYFILE.

       5010-LIST-ONE-AGENCY.
           MOVE WS-AG-RATE-PRE(WS-AGENCY-IDX) TO WS-PRN-RATE-PRE
           MOVE WS-AG-RATE-POST(WS-AGENCY-IDX) TO WS-PRN-RATE-POST
           DISPLAY WS-AG-CODE(WS-AGENCY-IDX) " "
               WS-AG-NAME(WS-AGENCY-IDX) " " WS-PRN-RATE-PRE "  "
               WS-PRN-RATE-POST "  " WS-AG-STATUS(WS-AGENCY-IDX).

       5100-CHANGE-ONE-AGENCY.
           DISPLAY "Agency code to add or change (blank to finish) "
               WITH NO ADVANCING
           MOVE SPACES TO WS-WORK-AGENCY
           ACCEPT WS-WORK-AGENCY
           MOVE FUNCTION UPPER-CASE(WS-WORK-AGENCY) TO WS-WORK-AGENCY
           IF WS-WORK-AGENCY = SPACES
               SET WS-ENTRY-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-FIND-AGENCY
           IF WS-AGENCY-HIT = ZERO
               IF WS-AGENCY-COUNT = 50
                   DISPLAY "Agency table full - not added"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGENCY-COUNT
               MOVE WS-AGENCY-COUNT TO WS-AGENCY-HIT
               MOVE WS-WORK-AGENCY TO WS-AG-CODE(WS-AGENCY-HIT)
               MOVE SPACES TO WS-AG-NAME(WS-AGENCY-HIT)
               MOVE ZERO TO WS-AG-RATE-PRE(WS-AGENCY-HIT)
               MOVE ZERO TO WS-AG-RATE-POST(WS-AGENCY-HIT)
               MOVE 'A' TO WS-AG-STATUS(WS-AGENCY-HIT)
           END-IF
           DISPLAY "Name (blank keeps " WS-AG-NAME(WS-AGENCY-HIT) ") "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-NAME
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO WS-AG-NAME(WS-AGENCY-HIT)
           END-IF
           DISPLAY "Commission % before write-off (blank keeps) "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-RATE
           ACCEPT WS-ENTRY-RATE
           IF WS-ENTRY-RATE NOT = SPACES
               COMPUTE WS-AG-RATE-PRE(WS-AGENCY-HIT) =
                   FUNCTION NUMVAL(WS-ENTRY-RATE)
           END-IF
           DISPLAY "Commission % after write-off (blank keeps) "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-RATE
           ACCEPT WS-ENTRY-RATE
           IF WS-ENTRY-RATE NOT = SPACES
               COMPUTE WS-AG-RATE-POST(WS-AGENCY-HIT) =
                   FUNCTION NUMVAL(WS-ENTRY-RATE)
           END-IF
           DISPLAY "Status (A active, I inactive) " WITH NO ADVANCING
           ACCEPT WS-ENTRY-STATUS
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATUS)
               TO WS-ENTRY-STATUS
           IF WS-ENTRY-STATUS = 'A' OR WS-ENTRY-STATUS = 'I'
               MOVE WS-ENTRY-STATUS TO WS-AG-STATUS(WS-AGENCY-HIT)
           END-IF.

       5200-SAVE-ONE-AGENCY.
           MOVE WS-AG-CODE(WS-AGENCY-IDX) TO AGY-CODE
           MOVE WS-AG-NAME(WS-AGENCY-IDX) TO AGY-NAME
           MOVE WS-AG-RATE-PRE(WS-AGENCY-IDX) TO AGY-RATE-PRE
           MOVE WS-AG-RATE-POST(WS-AGENCY-IDX) TO AGY-RATE-POST
           MOVE WS-AG-STATUS(WS-AGENCY-IDX) TO AGY-STATUS
           WRITE AGENCYRECORD.

       7000-READ-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-WORK-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       7100-CHECK-ESTATE.
           MOVE 'N' TO WS-FOUND
           MOVE WS-WORK-IDNUM TO CE-IDNUM
           MOVE 'E' TO CE-REC-TYPE
           MOVE ZERO TO CE-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       7200-CHECK-OPEN-DISPUTES.
           MOVE 'N' TO WS-OPEN-DISPUTE-SWITCH
           IF NOT WS-DISPUTE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DISPUTE-EOF-SWITCH
           MOVE WS-WORK-IDNUM TO DSP-IDNUM
           MOVE ZERO TO DSP-SEQ
           START DISPUTEFILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-DISPUTE-EOF TO TRUE
           END-START
           PERFORM 7210-CHECK-ONE-DISPUTE
               UNTIL WS-DISPUTE-EOF OR WS-HAS-OPEN-DISPUTE.

       7210-CHECK-ONE-DISPUTE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET WS-DISPUTE-EOF TO TRUE
           END-READ
           IF NOT WS-DISPUTE-EOF
               IF DSP-IDNUM NOT = WS-WORK-IDNUM
                   SET WS-DISPUTE-EOF TO TRUE
               ELSE
                   IF DSP-OPEN
                       SET WS-HAS-OPEN-DISPUTE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Reads the customer's placement records for the highest
      *> sequence in use and the placement still in force, if any.
       7300-FIND-PLACEMENT.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE ZERO TO WS-PLACEMENT-SEQ
           MOVE 'N' TO WS-ACTIVE-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-WORK-IDNUM TO CC-IDNUM
           MOVE 'C' TO CC-REC-TYPE
           MOVE ZERO TO CC-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 7310-CHECK-ONE-PLACEMENT UNTIL WS-SCAN-EOF.

       7310-CHECK-ONE-PLACEMENT.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF WS-SCAN-EOF
               EXIT PARAGRAPH
           END-IF
           IF CC-IDNUM NOT = WS-WORK-IDNUM OR CC-REC-TYPE NOT = 'C'
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE CC-SEQ TO WS-HIGH-SEQ
           IF CC-PLACED
               SET WS-ACTIVE-PLACEMENT TO TRUE
               MOVE CC-SEQ TO WS-PLACEMENT-SEQ
           END-IF.

       7500-WRITE-NOTE.
           MOVE WS-WORK-IDNUM TO CN-IDNUM
           MOVE 'N' TO CN-REC-TYPE
           MOVE ZERO TO CN-SEQ
           MOVE WS-TODAY TO CN-NOTE-DATE
           MOVE 'N' TO WS-NOTE-WRITTEN-SWITCH
           PERFORM 7510-WRITE-NOTE-NEXT-SEQ
               UNTIL WS-NOTE-WRITTEN OR CN-SEQ > 98.

       7510-WRITE-NOTE-NEXT-SEQ.
           WRITE CUSTOMER-NOTE-REC
               INVALID KEY
                   ADD 1 TO CN-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NOTE-WRITTEN-SWITCH
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

       8000-FIND-AGENCY.
           MOVE ZERO TO WS-AGENCY-HIT
           PERFORM 8010-MATCH-ONE-AGENCY
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
                   OR WS-AGENCY-HIT > ZERO.

       8010-MATCH-ONE-AGENCY.
           IF WS-AG-CODE(WS-AGENCY-IDX) = WS-WORK-AGENCY
               MOVE WS-AGENCY-IDX TO WS-AGENCY-HIT
           END-IF.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9510-JOURNAL-WRITE.
           MOVE 'W' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
