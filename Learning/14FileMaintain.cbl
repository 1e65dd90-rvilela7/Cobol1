               "files/PendingAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT REPFILE ASSIGN TO "files/SalesReps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRP-STATUS.
           SELECT NOTICEFILE ASSIGN TO "files/ChangeNotices.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-CN-STATUS.
           SELECT HOLDFILE ASSIGN TO "files/RefundHolds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFH-KEY
               FILE STATUS IS WS-RH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.  *> File Section!
       FD PENDINGFILE.
       COPY "PendingAdjustment.cpy".

       FD REPFILE.
       COPY "SalesRep.cpy".

       FD NOTICEFILE.
       COPY "ChangeNotice.cpy".

       FD HOLDFILE.
       COPY "RefundHold.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-UPDATE VALUE 'U'.
           88 WS-GUARANTOR VALUE 'G'.
           88 WS-BANK VALUE 'B'.
           88 WS-RESTRICT VALUE 'X'.
           88 WS-BANKRUPTCY VALUE 'K'.
           88 WS-SALES-REP VALUE 'S'.
           88 WS-CHANGE-REPORT VALUE 'F'.
           88 WS-LANGUAGE-PREF VALUE 'P'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-FOUND PIC X VALUE 'N'.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-MAINT-SEQ PIC 99.
       01 WS-GUARANTOR-IDNUM PIC 9(7).
       01 WS-DEPOSIT-HELD PIC S9(7)V99.
       01 WS-BK-CHAPTER PIC 99.
       01 WS-BK-DATE PIC 9(8).
       01 WS-BK-ANSWER PIC X.
       01 WS-BK-VALID PIC X.
           88 WS-BK-ENTRY-VALID VALUE 'Y'.
       01 WS-OLD-ROUTING PIC X(9).
       01 WS-OLD-ACCOUNT PIC X(17).
       01 WS-OLD-ACCT-TYPE PIC X.
       01 WS-OLD-MANDATE-STATUS PIC X.
       01 WS-OLD-PHONE PIC X(15).
       01 WS-OLD-EMAIL PIC X(30).
       01 WS-CN-CHANGE-TYPE PIC X.
       01 WS-CN-OLD-DETAIL PIC X(40).
       01 WS-CN-NEW-DETAIL PIC X(40).
       01 WS-CN-OLD-MAIL.
           02 WS-CN-OLD-STREET PIC X(25).
           02 WS-CN-OLD-CITY PIC X(15).
           02 WS-CN-OLD-STATE PIC XX.
           02 WS-CN-OLD-ZIP PIC X(10).
       01 WS-CN-NEW-MAIL.
           02 WS-CN-NEW-STREET PIC X(25).
           02 WS-CN-NEW-CITY PIC X(15).
           02 WS-CN-NEW-STATE PIC XX.
           02 WS-CN-NEW-ZIP PIC X(10).
       01 WS-CN-OLD-EMAIL PIC X(30).
       01 WS-CN-NEW-EMAIL PIC X(30).
       01 WS-CN-MANDATE-WORD PIC X(7).
       01 WS-MASK-ACCOUNT PIC X(17).
       01 WS-MASK-LAST4 PIC X(4).
       01 WS-MASK-LENGTH PIC 99.
       01 WS-OLD-LAST4 PIC X(4).
       01 WS-CN-EOF-SWITCH PIC X.
           88 WS-CN-EOF VALUE 'Y'.
       01 WS-CN-FILE-SWITCH PIC X.
           88 WS-NOTICE-FILE-OPEN VALUE 'Y'.
       01 WS-CN-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-CN-LAST-STAMP PIC 9(14).
       01 WS-CN-REPORT-REPLY PIC X.
           88 WS-CN-REPORT-CONFIRMED VALUE 'Y'.
       01 WS-HOLD-FOUND PIC X.
           88 WS-HOLD-ON-FILE VALUE 'Y'.
       01 WS-HOLD-RAISED PIC X.
           88 WS-HOLD-WAS-RAISED VALUE 'Y'.
       01 WS-RT-ROUTING PIC X(9).
       01 WS-RT-RESULT PIC X.
           88 WS-RT-ROUTING-VALID VALUE 'Y'.
       01 WS-REP-CODE PIC X(4).
       01 WS-REP-NAME PIC X(30).
       01 WS-REP-FOUND PIC X.
           88 WS-REP-ON-FILE VALUE 'Y'.
       01 WS-REP-ACTIVE PIC X.
           88 WS-REP-IS-ACTIVE VALUE 'Y'.
       01 WS-SR-EOF-SWITCH PIC X.
           88 WS-SR-EOF VALUE 'Y'.
       01 WS-ADMIN-ROLE PIC X.
       01 WS-ADMIN-ID PIC X(8).
       01 WS-ADMIN-RESULT PIC X.
       01 WS-UPDATE-OK PIC X VALUE 'Y'.
           88 WS-UPDATE-ALLOWED VALUE 'Y'.

       01 WS-NEW-LANGUAGE PIC X.
           88 WS-NEW-LANGUAGE-VALID VALUE 'E' 'S'.

       01 WS-REJECT-FIELD PIC X(10).
       01 WS-REJECT-VALUE PIC X(30).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-CJ-STATUS PIC XX.
       01 WS-OV-STATUS PIC XX.
       01 WS-PN-STATUS PIC XX.
       01 WS-SRP-STATUS PIC XX.
       01 WS-CN-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

       1000-PROCESS-REQUEST.
           DISPLAY "U)pdate, D)eactivate, R)eactivate, C)ontact, "
               "A)ddress, L)imit, N)ote, G)uarantor, B)ank mandate, "
               "X) contact restrictions, K) bankruptcy, S)ales rep, "
               "F) unrequested change reported, P)referred language "
               "or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-UPDATE
               PERFORM 2000-UPDATE-CUSTOMER
               PERFORM 6800-MAINTAIN-BANK-MANDATE
           ELSE IF WS-RESTRICT
               PERFORM 6900-MAINTAIN-RESTRICTIONS
           ELSE IF WS-BANKRUPTCY
               PERFORM 6600-MAINTAIN-BANKRUPTCY
           ELSE IF WS-SALES-REP
               PERFORM 6400-MAINTAIN-SALES-REP
           ELSE IF WS-CHANGE-REPORT
               PERFORM 6200-REPORT-UNREQUESTED-CHANGE
           ELSE IF WS-LANGUAGE-PREF
               PERFORM 6300-MAINTAIN-LANGUAGE
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter U, D, R, C, A, L, "
                   "N, G, B, X, K, S, F, P or Q"
           END-IF.

       2000-UPDATE-CUSTOMER.
           IF WS-RECORD-FOUND
               IF CUST-INACTIVE
                   DISPLAY "Customer " IDNUM " is already inactive"
               ELSE IF CUST-CLOSED
                   DISPLAY "Customer " IDNUM " is closed"
               ELSE
                   MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                   SET CUST-INACTIVE TO TRUE
           IF WS-RECORD-FOUND
               IF CUST-ACTIVE
                   DISPLAY "Customer " IDNUM " is already active"
               ELSE IF CUST-CLOSED
                   DISPLAY "Customer " IDNUM " is closed - a closed "
                       "account cannot be reactivated"
               ELSE
                   MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                   SET CUST-ACTIVE TO TRUE
                   "additional) " WITH NO ADVANCING
               ACCEPT WS-MAINT-SEQ
               MOVE 'N' TO WS-ADDR-FOUND
               MOVE SPACES TO WS-CN-OLD-MAIL
               MOVE WS-MAINT-IDNUM TO CA-IDNUM
               MOVE 'A' TO CA-REC-TYPE
               MOVE WS-MAINT-SEQ TO CA-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADDR-FOUND
                       MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                       MOVE CA-STREET TO WS-CN-OLD-STREET
                       MOVE CA-CITY TO WS-CN-OLD-CITY
                       MOVE CA-STATE TO WS-CN-OLD-STATE
                       MOVE CA-ZIP TO WS-CN-OLD-ZIP
                       DISPLAY "Current Address "
                           FUNCTION TRIM(CA-STREET) ", "
                           FUNCTION TRIM(CA-CITY) ", " CA-STATE " "
                           DISPLAY "Address updated for customer "
                               WS-MAINT-IDNUM
                           PERFORM 9500-JOURNAL-REWRITE
                           PERFORM 5060-SEND-ADDRESS-NOTICE
                   END-REWRITE
               ELSE
                   WRITE CUSTOMER-ADDRESS-REC
                           DISPLAY "Address added for customer "
                               WS-MAINT-IDNUM
                           PERFORM 9510-JOURNAL-WRITE
                           PERFORM 5060-SEND-ADDRESS-NOTICE
                   END-WRITE
               END-IF
           END-IF.

      *> The customer is told of the change at the old address as
      *> well as the new one. A new additional address has no old
      *> one of its own, so the notice goes to the primary mailing
      *> address instead.
       5060-SEND-ADDRESS-NOTICE.
           MOVE CA-STREET TO WS-CN-NEW-STREET
           MOVE CA-CITY TO WS-CN-NEW-CITY
           MOVE CA-STATE TO WS-CN-NEW-STATE
           MOVE CA-ZIP TO WS-CN-NEW-ZIP
           IF WS-CN-NEW-MAIL = WS-CN-OLD-MAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-CN-CHANGE-TYPE
           MOVE SPACES TO WS-CN-OLD-DETAIL
           IF WS-CN-OLD-MAIL NOT = SPACES
               STRING FUNCTION TRIM(WS-CN-OLD-STREET) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CN-OLD-CITY) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CN-OLD-STATE DELIMITED BY SIZE
                   INTO WS-CN-OLD-DETAIL
           END-IF
           MOVE SPACES TO WS-CN-NEW-DETAIL
           STRING FUNCTION TRIM(WS-CN-NEW-STREET) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CN-NEW-CITY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CN-NEW-STATE DELIMITED BY SIZE
               INTO WS-CN-NEW-DETAIL
           MOVE SPACES TO WS-CN-OLD-EMAIL
           MOVE SPACES TO WS-CN-NEW-EMAIL
           PERFORM 9600-SEND-CHANGE-NOTICE.

       5010-GET-VALID-ADDRESS.
           DISPLAY "Street Address " WITH NO ADVANCING
           ACCEPT CA-STREET
                       WS-MAINT-IDNUM
           END-WRITE.

      *> A customer who tells us a change on the account was not
      *> theirs has their recent change notices shown to the operator
      *> and an open U hold put on RefundHolds.dat. RefundRun and
      *> AutoDebit both pass the account over until a reviewer clears
      *> the hold in RefundHoldReview. The latest notice is marked as
      *> disputed so the reviewer can see which change was reported.
       6200-REPORT-UNREQUESTED-CHANGE.
           DISPLAY "Customer ID reporting an unrequested change "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           MOVE WS-MAINT-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF WS-LOCK-GRANTED
               PERFORM 6250-DO-CHANGE-REPORT
               PERFORM 7100-RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "Customer " WS-MAINT-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
           END-IF.

       6250-DO-CHANGE-REPORT.
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " WS-MAINT-IDNUM " not found"
                   EXIT PARAGRAPH
           END-READ
           PERFORM 6260-LIST-CHANGE-NOTICES
           DISPLAY "Hold refunds and autodebit for customer "
               WS-MAINT-IDNUM " until reviewed (Y/N) "
               WITH NO ADVANCING
           ACCEPT WS-CN-REPORT-REPLY
           MOVE FUNCTION UPPER-CASE(WS-CN-REPORT-REPLY)
               TO WS-CN-REPORT-REPLY
           IF WS-CN-REPORT-CONFIRMED
               PERFORM 6280-RAISE-CHANGE-HOLD
               IF WS-HOLD-WAS-RAISED AND WS-CN-LAST-STAMP > ZERO
                   PERFORM 6290-MARK-NOTICE-DISPUTED
               END-IF
           END-IF
           IF WS-NOTICE-FILE-OPEN
               CLOSE NOTICEFILE
           END-IF.

       6260-LIST-CHANGE-NOTICES.
           MOVE 'N' TO WS-CN-FILE-SWITCH
           MOVE ZERO TO WS-CN-LIST-COUNT
           MOVE ZERO TO WS-CN-LAST-STAMP
           OPEN I-O NOTICEFILE
           IF WS-CN-STATUS NOT = "00"
               DISPLAY "No change notices on file"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOTICE-FILE-OPEN TO TRUE
           MOVE 'N' TO WS-CN-EOF-SWITCH
           MOVE WS-MAINT-IDNUM TO CHN-IDNUM
           MOVE ZERO TO CHN-STAMP
           START NOTICEFILE KEY IS NOT LESS THAN CHN-KEY
               INVALID KEY SET WS-CN-EOF TO TRUE
           END-START
           PERFORM 6270-LIST-ONE-NOTICE UNTIL WS-CN-EOF
           IF WS-CN-LIST-COUNT = ZERO
               DISPLAY "No change notices on file for customer "
                   WS-MAINT-IDNUM
           END-IF.

       6270-LIST-ONE-NOTICE.
           READ NOTICEFILE NEXT RECORD
               AT END SET WS-CN-EOF TO TRUE
           END-READ
           IF NOT WS-CN-EOF
               IF CHN-IDNUM NOT = WS-MAINT-IDNUM
                   SET WS-CN-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CN-LIST-COUNT
                   MOVE CHN-STAMP TO WS-CN-LAST-STAMP
                   DISPLAY CHN-STAMP " " CHN-CHANGE-TYPE " by "
                       CHN-OPERATOR " " CHN-DISPUTE-STATUS
                   DISPLAY "   was " FUNCTION TRIM(CHN-OLD-DETAIL)
                   DISPLAY "   now " FUNCTION TRIM(CHN-NEW-DETAIL)
               END-IF
           END-IF.

      *> An open U hold stays as it is; a cleared one is opened again
      *> for the new report.
       6280-RAISE-CHANGE-HOLD.
           MOVE 'N' TO WS-HOLD-RAISED
           OPEN I-O HOLDFILE
           IF WS-RH-STATUS = "35"
               OPEN OUTPUT HOLDFILE
               CLOSE HOLDFILE
               OPEN I-O HOLDFILE
           END-IF
           IF WS-RH-STATUS NOT = "00"
               DISPLAY "HOLDFILE STATUS " WS-RH-STATUS
                   " - account not held"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAINT-IDNUM TO RFH-IDNUM
           SET RFH-UNREQUESTED-CHANGE TO TRUE
           MOVE 'N' TO WS-HOLD-FOUND
           READ HOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND
           END-READ
           IF WS-HOLD-ON-FILE AND RFH-OPEN
               DISPLAY "Customer " WS-MAINT-IDNUM " is already held "
                   "since " RFH-RAISED-DATE
               CLOSE HOLDFILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAINT-IDNUM TO RFH-IDNUM
           SET RFH-UNREQUESTED-CHANGE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RFH-RAISED-DATE
           IF WS-CN-LAST-STAMP > ZERO
               MOVE WS-CN-LAST-STAMP(1:8) TO RFH-EVENT-DATE
           ELSE
               MOVE RFH-RAISED-DATE TO RFH-EVENT-DATE
           END-IF
           SET RFH-OPEN TO TRUE
           MOVE SPACES TO RFH-CLEARED-BY
           MOVE ZERO TO RFH-CLEARED-DATE
           MOVE SPACES TO RFH-DETAIL
           STRING "UNREQUESTED CHANGE REPORTED TO " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SPACE
               INTO RFH-DETAIL
           IF WS-HOLD-ON-FILE
               REWRITE REFUNDHOLDRECORD
                   INVALID KEY
                       DISPLAY "Refund hold rewrite failed for "
                           "customer " WS-MAINT-IDNUM
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HOLD-RAISED
               END-REWRITE
           ELSE
               WRITE REFUNDHOLDRECORD
                   INVALID KEY
                       DISPLAY "Refund hold write failed for "
                           "customer " WS-MAINT-IDNUM
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HOLD-RAISED
               END-WRITE
           END-IF
           CLOSE HOLDFILE
           IF WS-HOLD-WAS-RAISED
               DISPLAY "Customer " WS-MAINT-IDNUM " held from refunds "
                   "and autodebit until reviewed"
           END-IF.

       6290-MARK-NOTICE-DISPUTED.
           MOVE WS-MAINT-IDNUM TO CHN-IDNUM
           MOVE WS-CN-LAST-STAMP TO CHN-STAMP
           READ NOTICEFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET CHN-DISPUTED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CHN-DISPUTED-DATE
           REWRITE CHANGENOTICERECORD
               INVALID KEY
                   DISPLAY "Change notice rewrite failed for customer "
                       WS-MAINT-IDNUM
           END-REWRITE.

      *> The sales rep on a commercial account is held on its own
      *> 'S' record. Invoices are stamped with the rep at entry, so a
      *> change here only affects invoices raised from now on.
      *> The preferred language chooses the wording of letters,
      *> statements and emailed documents. It is kept on its own
      *> record; a customer without one is written to in English.
       6300-MAINTAIN-LANGUAGE.
           DISPLAY "Customer ID for preferred language "
               WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           MOVE WS-MAINT-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF WS-LOCK-GRANTED
               PERFORM 6350-DO-LANGUAGE-UPDATE
               PERFORM 7100-RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "Customer " WS-MAINT-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
           END-IF.

       6350-DO-LANGUAGE-UPDATE.
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " WS-MAINT-IDNUM " not found"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF NOT WS-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CONTACT-FOUND
           MOVE WS-MAINT-IDNUM TO CL-IDNUM
           MOVE 'L' TO CL-REC-TYPE
           MOVE ZERO TO CL-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Current language EN (no preference set)"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTACT-FOUND
                   MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                   DISPLAY "Current language " CL-LANGUAGE
                       " set " CL-SET-DATE " by " CL-SET-BY
           END-READ
           DISPLAY "E)nglish or S)panish " WITH NO ADVANCING
           ACCEPT WS-NEW-LANGUAGE
           MOVE FUNCTION UPPER-CASE(WS-NEW-LANGUAGE) TO WS-NEW-LANGUAGE
           IF NOT WS-NEW-LANGUAGE-VALID
               MOVE "LANGUAGE" TO WS-REJECT-FIELD
               MOVE WS-NEW-LANGUAGE TO WS-REJECT-VALUE
               MOVE "NOT E OR S" TO WS-REJECT-REASON
               PERFORM 8000-LOG-REJECT-ENTRY
               DISPLAY "Language must be E or S - left unchanged"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUSTOMER-LANGUAGE-REC
           MOVE WS-MAINT-IDNUM TO CL-IDNUM
           MOVE 'L' TO CL-REC-TYPE
           MOVE ZERO TO CL-SEQ
           IF WS-NEW-LANGUAGE = 'S'
               SET CL-SPANISH TO TRUE
           ELSE
               SET CL-ENGLISH TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CL-SET-DATE
           MOVE WS-OPERATOR-ID TO CL-SET-BY
           SET CL-FROM-MAINTENANCE TO TRUE
           IF WS-CONTACT-RECORD-FOUND
               REWRITE CUSTOMERDATA
                   INVALID KEY
                       DISPLAY "Language update failed for customer "
                           WS-MAINT-IDNUM
                   NOT INVALID KEY
                       DISPLAY "Preferred language " CL-LANGUAGE
                           " set for customer " WS-MAINT-IDNUM
                       PERFORM 9500-JOURNAL-REWRITE
               END-REWRITE
           ELSE
               WRITE CUSTOMERDATA
                   INVALID KEY
                       DISPLAY "Language add failed for customer "
                           WS-MAINT-IDNUM
                   NOT INVALID KEY
                       DISPLAY "Preferred language " CL-LANGUAGE
                           " set for customer " WS-MAINT-IDNUM
                       PERFORM 9510-JOURNAL-WRITE
               END-WRITE
           END-IF.

       6400-MAINTAIN-SALES-REP.
           DISPLAY "Customer ID for sales rep " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           MOVE WS-MAINT-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF WS-LOCK-GRANTED
               PERFORM 6450-DO-SALES-REP-UPDATE
               PERFORM 7100-RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "Customer " WS-MAINT-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
           END-IF.

       6450-DO-SALES-REP-UPDATE.
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " WS-MAINT-IDNUM " not found"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF NOT WS-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT CUST-CLASS-COMMERCIAL
               DISPLAY "Only commercial accounts have a sales rep"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAINT-IDNUM TO CS-IDNUM
           MOVE 'S' TO CS-REC-TYPE
           MOVE ZERO TO CS-SEQ
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-REP-CODE
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE CS-REP-CODE TO WS-REP-CODE
           END-READ
           IF WS-RECORD-FOUND
               DISPLAY "Sales rep now " WS-REP-CODE
                   " - new rep code (blank to remove) "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "No sales rep assigned - rep code "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-REP-CODE
           MOVE FUNCTION UPPER-CASE(WS-REP-CODE) TO WS-REP-CODE
           IF WS-REP-CODE = SPACES
               PERFORM 6460-REMOVE-SALES-REP
           ELSE
               PERFORM 6470-ASSIGN-SALES-REP
           END-IF.

       6460-REMOVE-SALES-REP.
           IF NOT WS-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           DELETE CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Sales rep removal failed for customer "
                       WS-MAINT-IDNUM
               NOT INVALID KEY
                   MOVE 'D' TO WS-JRN-ACTION
                   MOVE SPACES TO WS-JRN-AFTER
                   CALL 'JournalWrite' USING WS-JRN-PROGRAM,
                       WS-JRN-ACTION, WS-JRN-BEFORE, WS-JRN-AFTER
                   DISPLAY "Sales rep removed for customer "
                       WS-MAINT-IDNUM
           END-DELETE.

       6470-ASSIGN-SALES-REP.
           PERFORM 6480-CHECK-REP-CODE
           IF NOT WS-REP-ON-FILE
               DISPLAY "Rep " WS-REP-CODE " is not on the sales rep "
                   "table - no change"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-REP-IS-ACTIVE
               DISPLAY "Rep " WS-REP-CODE " is no longer active - "
                   "no change"
               EXIT PARAGRAPH
           END-IF
           IF WS-RECORD-FOUND
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           END-IF
           MOVE SPACES TO CUSTOMER-SALESREP-REC
           MOVE WS-MAINT-IDNUM TO CS-IDNUM
           MOVE 'S' TO CS-REC-TYPE
           MOVE ZERO TO CS-SEQ
           MOVE WS-REP-CODE TO CS-REP-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CS-ASSIGNED-DATE
           MOVE WS-OPERATOR-ID TO CS-ASSIGNED-BY
           IF WS-RECORD-FOUND
               REWRITE CUSTOMER-SALESREP-REC
                   INVALID KEY
                       DISPLAY "Sales rep update failed for customer "
                           WS-MAINT-IDNUM
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
                       DISPLAY "Customer " WS-MAINT-IDNUM
                           " now with rep " WS-REP-CODE " "
                           WS-REP-NAME
               END-REWRITE
           ELSE
               WRITE CUSTOMER-SALESREP-REC
                   INVALID KEY
                       DISPLAY "Sales rep update failed for customer "
                           WS-MAINT-IDNUM
                   NOT INVALID KEY
                       PERFORM 9510-JOURNAL-WRITE
                       DISPLAY "Customer " WS-MAINT-IDNUM
                           " now with rep " WS-REP-CODE " "
                           WS-REP-NAME
               END-WRITE
           END-IF.

       6480-CHECK-REP-CODE.
           MOVE 'N' TO WS-REP-FOUND
           MOVE 'N' TO WS-REP-ACTIVE
           MOVE 'N' TO WS-SR-EOF-SWITCH
           OPEN INPUT REPFILE
           IF WS-SRP-STATUS = "00"
               PERFORM 6490-CHECK-ONE-REP
                   UNTIL WS-SR-EOF OR WS-REP-ON-FILE
               CLOSE REPFILE
           END-IF.

       6490-CHECK-ONE-REP.
           READ REPFILE
               AT END SET WS-SR-EOF TO TRUE
               NOT AT END
                   IF SRP-CODE = WS-REP-CODE
                       MOVE 'Y' TO WS-REP-FOUND
                       MOVE SRP-NAME TO WS-REP-NAME
                       IF SRP-ACTIVE
                           MOVE 'Y' TO WS-REP-ACTIVE
                       END-IF
                   END-IF
           END-READ.

      *> A guarantor is a proper linked record - not a free-text note -
      *> so dunning and the write-off run can act on it.
       6700-MAINTAIN-GUARANTOR.
               MOVE ZERO TO CB-SEQ
               READ CUSTOMERFILE
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-BANK-REC
                       MOVE ZERO TO CB-PRENOTE-DATE
                       MOVE ZERO TO CB-NOC-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-FOUND
                       MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                       DISPLAY "Current mandate: routing " CB-ROUTING
                           " account " CB-ACCOUNT " type "
                           CB-ACCT-TYPE " status " CB-MANDATE-STATUS
                           " prenote " CB-PRENOTE-STATUS
               END-READ
               MOVE CB-ROUTING TO WS-OLD-ROUTING
               MOVE CB-ACCOUNT TO WS-OLD-ACCOUNT
               MOVE CB-ACCT-TYPE TO WS-OLD-ACCT-TYPE
               IF WS-OLD-ACCT-TYPE = SPACE
                   MOVE 'C' TO WS-OLD-ACCT-TYPE
               END-IF
               MOVE CB-MANDATE-STATUS TO WS-OLD-MANDATE-STATUS
               DISPLAY "Routing number " WITH NO ADVANCING
               ACCEPT WS-RT-ROUTING
               CALL 'RoutingCheck' USING WS-RT-ROUTING, WS-RT-RESULT
               IF NOT WS-RT-ROUTING-VALID
                   DISPLAY "Routing number " WS-RT-ROUTING
                       " fails the ABA check digit - mandate not "
                       "changed"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RT-ROUTING TO CB-ROUTING
               DISPLAY "Account number " WITH NO ADVANCING
               ACCEPT CB-ACCOUNT
               DISPLAY "Account type - C)hecking or S)avings "
                   WITH NO ADVANCING
               ACCEPT CB-ACCT-TYPE
               MOVE FUNCTION UPPER-CASE(CB-ACCT-TYPE) TO CB-ACCT-TYPE
               IF NOT CB-ACCT-SAVINGS
                   MOVE 'C' TO CB-ACCT-TYPE
               END-IF
               DISPLAY "Mandate status - A)ctive or D)ropped "
                   WITH NO ADVANCING
               ACCEPT CB-MANDATE-STATUS
                   TO CB-MANDATE-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO CB-MANDATE-DATE
               MOVE ZERO TO CB-FAIL-COUNT
               PERFORM 6860-SET-PRENOTE-DUE
               MOVE WS-MAINT-IDNUM TO CB-IDNUM
               MOVE 'B' TO CB-REC-TYPE
               MOVE ZERO TO CB-SEQ
                           DISPLAY "Bank mandate updated for "
                               "customer " WS-MAINT-IDNUM
                           PERFORM 9500-JOURNAL-REWRITE
                           PERFORM 6870-SEND-BANK-NOTICE
                   END-REWRITE
               ELSE
                   WRITE CUSTOMER-BANK-REC
                           DISPLAY "Bank mandate added for customer "
                               WS-MAINT-IDNUM
                           PERFORM 9510-JOURNAL-WRITE
                           PERFORM 6870-SEND-BANK-NOTICE
                   END-WRITE
               END-IF
           END-IF.

      *> A new mandate, a changed routing number, account or account
      *> type, or a dropped mandate brought back goes out to the bank
      *> as a zero-dollar prenote first; AutoDebit raises no live
      *> debit against it until the prenote window has passed.
       6860-SET-PRENOTE-DUE.
           IF NOT CB-MANDATE-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CONTACT-RECORD-FOUND
               OR CB-ROUTING NOT = WS-OLD-ROUTING
               OR CB-ACCOUNT NOT = WS-OLD-ACCOUNT
               OR CB-ACCT-TYPE NOT = WS-OLD-ACCT-TYPE
               OR WS-OLD-MANDATE-STATUS NOT = 'A'
               SET CB-PRENOTE-DUE TO TRUE
               MOVE ZERO TO CB-PRENOTE-DATE
               DISPLAY "Prenote will go to the bank with the next "
                   "AutoDebit run - no debit until it clears"
           END-IF.

      *> Only the last four digits of an account number go on the
      *> notice, which may be read by whoever now holds the old
      *> address or email.
       6870-SEND-BANK-NOTICE.
           IF WS-CONTACT-RECORD-FOUND
               AND CB-ROUTING = WS-OLD-ROUTING
               AND CB-ACCOUNT = WS-OLD-ACCOUNT
               AND CB-ACCT-TYPE = WS-OLD-ACCT-TYPE
               AND CB-MANDATE-STATUS = WS-OLD-MANDATE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-CN-CHANGE-TYPE
           MOVE SPACES TO WS-CN-OLD-DETAIL
           IF WS-CONTACT-RECORD-FOUND
               MOVE WS-OLD-ACCOUNT TO WS-MASK-ACCOUNT
               PERFORM 6880-MASK-ACCOUNT
               MOVE WS-MASK-LAST4 TO WS-OLD-LAST4
               IF WS-OLD-MANDATE-STATUS = 'A'
                   MOVE "active" TO WS-CN-MANDATE-WORD
               ELSE
                   MOVE "dropped" TO WS-CN-MANDATE-WORD
               END-IF
               STRING "Routing " DELIMITED BY SIZE
                   WS-OLD-ROUTING DELIMITED BY SIZE
                   " account .." DELIMITED BY SIZE
                   WS-OLD-LAST4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CN-MANDATE-WORD DELIMITED BY SIZE
                   INTO WS-CN-OLD-DETAIL
           END-IF
           MOVE CB-ACCOUNT TO WS-MASK-ACCOUNT
           PERFORM 6880-MASK-ACCOUNT
           IF CB-MANDATE-ACTIVE
               MOVE "active" TO WS-CN-MANDATE-WORD
           ELSE
               MOVE "dropped" TO WS-CN-MANDATE-WORD
           END-IF
           MOVE SPACES TO WS-CN-NEW-DETAIL
           STRING "Routing " DELIMITED BY SIZE
               CB-ROUTING DELIMITED BY SIZE
               " account .." DELIMITED BY SIZE
               WS-MASK-LAST4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CN-MANDATE-WORD DELIMITED BY SIZE
               INTO WS-CN-NEW-DETAIL
           MOVE SPACES TO WS-CN-OLD-MAIL
           MOVE SPACES TO WS-CN-NEW-MAIL
           MOVE SPACES TO WS-CN-OLD-EMAIL
           MOVE SPACES TO WS-CN-NEW-EMAIL
           PERFORM 9600-SEND-CHANGE-NOTICE.

       6880-MASK-ACCOUNT.
           MOVE SPACES TO WS-MASK-LAST4
           IF WS-MASK-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MASK-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-ACCOUNT TRAILING))
           IF WS-MASK-LENGTH < 4
               MOVE WS-MASK-ACCOUNT TO WS-MASK-LAST4
           ELSE
               MOVE WS-MASK-ACCOUNT(WS-MASK-LENGTH - 3:4)
                   TO WS-MASK-LAST4
           END-IF.

      *> A bankruptcy filing puts the automatic stay in force the
      *> day it is recorded; every collection run checks it through
      *> StayCheck. The stay lifts when the case is discharged or
      *> dismissed, and a discharge leaves the balance for WriteOff.
       6600-MAINTAIN-BANKRUPTCY.
           DISPLAY "Customer ID for bankruptcy " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           MOVE WS-MAINT-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF WS-LOCK-GRANTED
               PERFORM 6650-DO-BANKRUPTCY-UPDATE
               PERFORM 7100-RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "Customer " WS-MAINT-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
           END-IF.

       6650-DO-BANKRUPTCY-UPDATE.
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " WS-MAINT-IDNUM " not found"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-RECORD-FOUND
               MOVE 'N' TO WS-CONTACT-FOUND
               MOVE WS-MAINT-IDNUM TO CK-IDNUM
               MOVE 'K' TO CK-REC-TYPE
               MOVE ZERO TO CK-SEQ
               READ CUSTOMERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-FOUND
                       MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                       DISPLAY "Chapter " CK-CHAPTER " case "
                           CK-CASE-NUMBER " filed " CK-FILING-DATE
                           " status " CK-STATUS " outcome date "
                           CK-OUTCOME-DATE
               END-READ
               IF WS-CONTACT-RECORD-FOUND AND CK-STAY-IN-FORCE
                   PERFORM 6660-RECORD-CASE-OUTCOME
               ELSE
                   IF WS-CONTACT-RECORD-FOUND
                       DISPLAY "Case is closed - record a new filing "
                           "(Y/N) " WITH NO ADVANCING
                       ACCEPT WS-BK-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-BK-ANSWER)
                           TO WS-BK-ANSWER
                   ELSE
                       MOVE 'Y' TO WS-BK-ANSWER
                   END-IF
                   IF WS-BK-ANSWER = 'Y'
                       PERFORM 6670-RECORD-NEW-FILING
                   END-IF
               END-IF
           END-IF.

       6660-RECORD-CASE-OUTCOME.
           DISPLAY "Outcome - D)ischarged, X) dismissed or blank to "
               "leave the stay in force " WITH NO ADVANCING
           ACCEPT WS-BK-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-BK-ANSWER) TO WS-BK-ANSWER
           IF WS-BK-ANSWER NOT = 'D' AND WS-BK-ANSWER NOT = 'X'
               DISPLAY "Stay left in force for customer "
                   WS-MAINT-IDNUM
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Outcome date (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT WS-BK-DATE
           PERFORM 6680-CHECK-BANKRUPTCY-DATE
           IF NOT WS-BK-ENTRY-VALID
               DISPLAY "Invalid outcome date - nothing changed"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-ANSWER TO CK-STATUS
           MOVE WS-BK-DATE TO CK-OUTCOME-DATE
           MOVE ZERO TO CK-WRITEOFF-DATE
           REWRITE CUSTOMER-BANKRUPTCY-REC
               INVALID KEY
                   DISPLAY "Bankruptcy update failed for customer "
                       WS-MAINT-IDNUM
               NOT INVALID KEY
                   IF CK-DISCHARGED
                       DISPLAY "Discharge recorded for customer "
                           WS-MAINT-IDNUM
                           " - balance goes to the next WriteOff run"
                   ELSE
                       DISPLAY "Dismissal recorded for customer "
                           WS-MAINT-IDNUM " - collection resumes"
                   END-IF
                   PERFORM 9500-JOURNAL-REWRITE
           END-REWRITE.

       6670-RECORD-NEW-FILING.
           IF NOT WS-CONTACT-RECORD-FOUND
               MOVE SPACES TO CUSTOMER-BANKRUPTCY-REC
           END-IF
           DISPLAY "Chapter (7, 11, 12 or 13) " WITH NO ADVANCING
           ACCEPT WS-BK-CHAPTER
           MOVE WS-BK-CHAPTER TO CK-CHAPTER
           IF NOT CK-CHAPTER-VALID
               DISPLAY "Invalid chapter - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Court case number " WITH NO ADVANCING
           ACCEPT CK-CASE-NUMBER
           DISPLAY "Filing date (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT WS-BK-DATE
           PERFORM 6680-CHECK-BANKRUPTCY-DATE
           IF NOT WS-BK-ENTRY-VALID OR CK-CASE-NUMBER = SPACES
               DISPLAY "Invalid filing date or case number - "
                   "nothing recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAINT-IDNUM TO CK-IDNUM
           MOVE 'K' TO CK-REC-TYPE
           MOVE ZERO TO CK-SEQ
           MOVE WS-BK-DATE TO CK-FILING-DATE
           SET CK-STAY-IN-FORCE TO TRUE
           MOVE ZERO TO CK-OUTCOME-DATE
           MOVE ZERO TO CK-WRITEOFF-DATE
           MOVE WS-OPERATOR-ID TO CK-ENTERED-BY
           IF WS-CONTACT-RECORD-FOUND
               REWRITE CUSTOMER-BANKRUPTCY-REC
                   INVALID KEY
                       DISPLAY "Bankruptcy update failed for "
                           "customer " WS-MAINT-IDNUM
                   NOT INVALID KEY
                       DISPLAY "New filing recorded - automatic stay "
                           "in force for customer " WS-MAINT-IDNUM
                       PERFORM 9500-JOURNAL-REWRITE
               END-REWRITE
           ELSE
               WRITE CUSTOMER-BANKRUPTCY-REC
                   INVALID KEY
                       DISPLAY "Bankruptcy add failed for customer "
                           WS-MAINT-IDNUM
                   NOT INVALID KEY
                       DISPLAY "Filing recorded - automatic stay in "
                           "force for customer " WS-MAINT-IDNUM
                       PERFORM 9510-JOURNAL-WRITE
               END-WRITE
           END-IF.

      *> Filing and outcome dates must be real calendar dates and
      *> cannot lie in the future.
       6680-CHECK-BANKRUPTCY-DATE.
           MOVE 'N' TO WS-BK-VALID
           IF WS-BK-DATE > 19000101
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-BK-DATE) = ZERO
               AND WS-BK-DATE <= FUNCTION CURRENT-DATE(1:8)
               MOVE 'Y' TO WS-BK-VALID
           END-IF.

      *> Contact restrictions are a legal obligation, so only an
      *> admin-role operator may change them; every print run logs
      *> each suppression to the compliance log.
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-SEQ
               MOVE 'N' TO WS-CONTACT-FOUND
               MOVE SPACES TO WS-OLD-PHONE
               MOVE SPACES TO WS-OLD-EMAIL
               MOVE WS-MAINT-IDNUM TO CP-IDNUM
               MOVE 'P' TO CP-REC-TYPE
               MOVE WS-MAINT-SEQ TO CP-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-FOUND
                       MOVE CUSTOMERDATA TO WS-JRN-BEFORE
                       MOVE CP-PHONE TO WS-OLD-PHONE
                       MOVE CP-EMAIL TO WS-OLD-EMAIL
                       DISPLAY "Current Phone " FUNCTION TRIM(CP-PHONE)
                       DISPLAY "Current Email " FUNCTION TRIM(CP-EMAIL)
               END-READ
                           DISPLAY "Contact info updated for customer "
                               WS-MAINT-IDNUM
                           PERFORM 9500-JOURNAL-REWRITE
                           PERFORM 4060-SEND-CONTACT-NOTICE
                   END-REWRITE
               ELSE
                   WRITE CUSTOMER-PHONE-REC
                           DISPLAY "Contact info added for customer "
                               WS-MAINT-IDNUM
                           PERFORM 9510-JOURNAL-WRITE
                           PERFORM 4060-SEND-CONTACT-NOTICE
                   END-WRITE
               END-IF
               PERFORM 4100-SHOW-DELIVERY-PREF
           END-IF.

      *> A changed email is confirmed to the old address as well as
      *> the new; a phone-only change goes to the email on this
      *> contact record. The letter goes to the primary mailing
      *> address either way.
       4060-SEND-CONTACT-NOTICE.
           IF CP-PHONE = WS-OLD-PHONE AND CP-EMAIL = WS-OLD-EMAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CN-OLD-DETAIL
           MOVE SPACES TO WS-CN-NEW-DETAIL
           MOVE SPACES TO WS-CN-OLD-EMAIL
           MOVE CP-EMAIL TO WS-CN-NEW-EMAIL
           IF CP-EMAIL NOT = WS-OLD-EMAIL
               MOVE WS-OLD-EMAIL TO WS-CN-OLD-EMAIL
           END-IF
           PERFORM 4070-SET-CONTACT-DETAIL
           MOVE SPACES TO WS-CN-OLD-MAIL
           MOVE SPACES TO WS-CN-NEW-MAIL
           PERFORM 9600-SEND-CHANGE-NOTICE.

       4070-SET-CONTACT-DETAIL.
           IF CP-PHONE = WS-OLD-PHONE
               MOVE 'E' TO WS-CN-CHANGE-TYPE
               MOVE WS-OLD-EMAIL TO WS-CN-OLD-DETAIL
               MOVE CP-EMAIL TO WS-CN-NEW-DETAIL
           ELSE IF CP-EMAIL = WS-OLD-EMAIL
               MOVE 'P' TO WS-CN-CHANGE-TYPE
               MOVE WS-OLD-PHONE TO WS-CN-OLD-DETAIL
               MOVE CP-PHONE TO WS-CN-NEW-DETAIL
           ELSE
               MOVE 'C' TO WS-CN-CHANGE-TYPE
               IF WS-OLD-PHONE NOT = SPACES
                   OR WS-OLD-EMAIL NOT = SPACES
                   STRING FUNCTION TRIM(WS-OLD-PHONE) DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OLD-EMAIL) DELIMITED BY SIZE
                       INTO WS-CN-OLD-DETAIL
               END-IF
               STRING FUNCTION TRIM(CP-PHONE) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(CP-EMAIL) DELIMITED BY SIZE
                   INTO WS-CN-NEW-DETAIL
           END-IF.

      *> Email delivery needs the customer's confirmed consent, so
      *> the preference is only shown here; PaperlessConsent changes
      *> it once the customer gives back the code emailed to them.
       4100-SHOW-DELIVERY-PREF.
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-DELIVER-EMAIL
                       DISPLAY "Delivery preference E (email)"
                   ELSE
                       DISPLAY "Delivery preference P (print)"
                   END-IF
                   DISPLAY "Use PaperlessConsent to enroll in or "
                       "withdraw from email delivery"
           END-READ.

       9600-SEND-CHANGE-NOTICE.
           CALL 'ChangeNotice' USING WS-MAINT-IDNUM, WS-CN-CHANGE-TYPE,
               WS-CN-OLD-DETAIL, WS-CN-NEW-DETAIL, WS-CN-OLD-MAIL,
               WS-CN-NEW-MAIL, WS-CN-OLD-EMAIL, WS-CN-NEW-EMAIL,
               WS-OPERATOR-ID.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
