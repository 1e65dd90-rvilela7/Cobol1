            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintMaint.
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
           SELECT COMPLAINTFILE ASSIGN TO "files/Complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD COMPLAINTFILE.
       COPY "Complaint.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LOG-COMPLAINT VALUE 'L'.
           88 WS-ACKNOWLEDGE VALUE 'A'.
           88 WS-RESOLVE VALUE 'R'.
           88 WS-VIEW VALUE 'V'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-COMPLAINT-WRITTEN PIC X.
           88 WS-COMPLAINT-STORED VALUE 'Y'.

       01 WS-MAINT-IDNUM PIC 9(7).
       01 WS-MAINT-SEQ PIC 99.
       01 WS-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

      *> Calendar days allowed from receipt to acknowledgement and
      *> to final response.
       01 WS-ACK-DAYS PIC 9(3) COMP-3 VALUE 5.
       01 WS-RESOLVE-DAYS PIC 9(3) COMP-3 VALUE 56.

       01 WS-REDRESS-EDIT PIC $$,$$$,$$9.99-.

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-CP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Complaint register. Every complaint is logged against the
      *> customer with how it came in, what it is about and who took
      *> it; acknowledgement and final-response deadlines are set
      *> from the received date. Resolving records the root cause,
      *> whether the complaint was upheld, any redress and what was
      *> done. ComplaintAging and ComplaintSummary report from it.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - ComplaintMaint "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O COMPLAINTFILE
           IF WS-CP-STATUS = "35"
               OPEN OUTPUT COMPLAINTFILE
               CLOSE COMPLAINTFILE
               OPEN I-O COMPLAINTFILE
           END-IF
           IF WS-CP-STATUS NOT = "00"
               MOVE "COMPLAINTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE SPACE TO WS-CHOICE
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           CLOSE COMPLAINTFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)og complaint, A)cknowledge, R)esolve, V)iew "
               "customer complaints or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LOG-COMPLAINT
               PERFORM 2000-LOG-COMPLAINT
           ELSE IF WS-ACKNOWLEDGE
               PERFORM 3000-ACKNOWLEDGE-COMPLAINT
           ELSE IF WS-RESOLVE
               PERFORM 4000-RESOLVE-COMPLAINT
           ELSE IF WS-VIEW
               PERFORM 5000-VIEW-COMPLAINTS
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, A, R, V or Q"
           END-IF.

       2000-LOG-COMPLAINT.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           MOVE WS-MAINT-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " WS-MAINT-IDNUM " not found"
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO COMPLAINTRECORD
           MOVE WS-MAINT-IDNUM TO CMP-IDNUM
           DISPLAY "Date received YYYYMMDD (0 for today) "
               WITH NO ADVANCING
           ACCEPT CMP-RECEIVED-DATE
           IF CMP-RECEIVED-DATE = ZERO
               MOVE WS-TD-DATE TO CMP-RECEIVED-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CMP-RECEIVED-DATE) NOT = 0
               OR CMP-RECEIVED-DATE > WS-TD-DATE
               DISPLAY "Invalid received date - complaint not logged"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Channel (P phone, L letter, E email, B branch, "
               "R via regulator) " WITH NO ADVANCING
           ACCEPT CMP-CHANNEL
           MOVE FUNCTION UPPER-CASE(CMP-CHANNEL) TO CMP-CHANNEL
           IF NOT CMP-CHANNEL-VALID
               DISPLAY "Invalid channel - complaint not logged"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Category (BIL billing, FEE fees, COL collections,"
               " PRV privacy, SVC service, OTH other) "
               WITH NO ADVANCING
           ACCEPT CMP-CATEGORY
           MOVE FUNCTION UPPER-CASE(CMP-CATEGORY) TO CMP-CATEGORY
           IF NOT CMP-CATEGORY-VALID
               DISPLAY "Invalid category - complaint not logged"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Summary of the complaint " WITH NO ADVANCING
           ACCEPT CMP-SUMMARY
           MOVE WS-OPERATOR-ID TO CMP-OPERATOR
           SET CMP-OPEN TO TRUE
           COMPUTE CMP-ACK-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
               + WS-ACK-DAYS)
           COMPUTE CMP-RESOLVE-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
               + WS-RESOLVE-DAYS)
           MOVE ZERO TO CMP-ACK-DATE
           MOVE ZERO TO CMP-RESOLVED-DATE
           MOVE ZERO TO CMP-REDRESS
           MOVE ZERO TO CMP-SEQ
           MOVE 'N' TO WS-COMPLAINT-WRITTEN
           PERFORM 2100-WRITE-COMPLAINT-NEXT-SEQ
               UNTIL WS-COMPLAINT-STORED OR CMP-SEQ > 98
           IF NOT WS-COMPLAINT-STORED
               DISPLAY "No free complaint sequence for customer "
                   WS-MAINT-IDNUM
           END-IF.

       2100-WRITE-COMPLAINT-NEXT-SEQ.
           WRITE COMPLAINTRECORD
               INVALID KEY
                   ADD 1 TO CMP-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COMPLAINT-WRITTEN
                   DISPLAY "Complaint " CMP-SEQ " logged for customer "
                       WS-MAINT-IDNUM " - acknowledge by "
                       CMP-ACK-DUE ", respond by " CMP-RESOLVE-DUE
           END-WRITE.

       3000-ACKNOWLEDGE-COMPLAINT.
           PERFORM 7000-READ-COMPLAINT
           IF NOT WS-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT CMP-OPEN
               DISPLAY "Complaint is already acknowledged or resolved"
               EXIT PARAGRAPH
           END-IF
           SET CMP-ACKNOWLEDGED TO TRUE
           MOVE WS-TD-DATE TO CMP-ACK-DATE
           REWRITE COMPLAINTRECORD
               INVALID KEY
                   DISPLAY "Complaint rewrite failed"
               NOT INVALID KEY
                   DISPLAY "Complaint acknowledged " WS-TD-DATE
           END-REWRITE.

      *> A complaint answered in full straight away is resolved
      *> without a separate acknowledgement; the acknowledgement
      *> date is then the resolution date.
       4000-RESOLVE-COMPLAINT.
           PERFORM 7000-READ-COMPLAINT
           IF NOT WS-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CMP-RESOLVED
               DISPLAY "Complaint is already resolved"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Root cause (STF staff fault, SYS system fault, "
               "POL policy or terms, TPY third party, NFF no fault "
               "found) " WITH NO ADVANCING
           ACCEPT CMP-ROOT-CAUSE
           MOVE FUNCTION UPPER-CASE(CMP-ROOT-CAUSE) TO CMP-ROOT-CAUSE
           IF NOT CMP-CAUSE-VALID
               DISPLAY "Invalid root cause - complaint not resolved"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Outcome (U upheld, P partly upheld, N not "
               "upheld) " WITH NO ADVANCING
           ACCEPT CMP-OUTCOME
           MOVE FUNCTION UPPER-CASE(CMP-OUTCOME) TO CMP-OUTCOME
           IF NOT CMP-OUTCOME-VALID
               DISPLAY "Invalid outcome - complaint not resolved"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Redress paid or credited (0 for none) "
               WITH NO ADVANCING
           ACCEPT CMP-REDRESS
           DISPLAY "Resolution " WITH NO ADVANCING
           ACCEPT CMP-RESOLUTION
           IF CMP-OPEN
               MOVE WS-TD-DATE TO CMP-ACK-DATE
           END-IF
           SET CMP-RESOLVED TO TRUE
           MOVE WS-TD-DATE TO CMP-RESOLVED-DATE
           MOVE WS-OPERATOR-ID TO CMP-RESOLVED-BY
           REWRITE COMPLAINTRECORD
               INVALID KEY
                   DISPLAY "Complaint rewrite failed"
               NOT INVALID KEY
                   DISPLAY "Complaint resolved " WS-TD-DATE
           END-REWRITE
           IF CMP-RESOLVED-DATE > CMP-RESOLVE-DUE
               DISPLAY "Note - resolved after the " CMP-RESOLVE-DUE
                   " deadline"
           END-IF.

       5000-VIEW-COMPLAINTS.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-MAINT-IDNUM TO CMP-IDNUM
           MOVE ZERO TO CMP-SEQ
           START COMPLAINTFILE KEY IS NOT LESS THAN CMP-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 5010-VIEW-ONE-COMPLAINT UNTIL WSEOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No complaints on file for customer "
                   WS-MAINT-IDNUM
           END-IF.

       5010-VIEW-ONE-COMPLAINT.
           READ COMPLAINTFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF CMP-IDNUM NOT = WS-MAINT-IDNUM
               SET WSEOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-COUNT
           DISPLAY CMP-SEQ " received " CMP-RECEIVED-DATE " via "
               CMP-CHANNEL " " CMP-CATEGORY " status " CMP-STATUS
               " by " CMP-OPERATOR
           DISPLAY "   " FUNCTION TRIM(CMP-SUMMARY)
           IF CMP-RESOLVED
               MOVE CMP-REDRESS TO WS-REDRESS-EDIT
               DISPLAY "   resolved " CMP-RESOLVED-DATE " cause "
                   CMP-ROOT-CAUSE " outcome " CMP-OUTCOME
                   " redress " WS-REDRESS-EDIT
               DISPLAY "   " FUNCTION TRIM(CMP-RESOLUTION)
           ELSE
               DISPLAY "   acknowledge by " CMP-ACK-DUE
                   " respond by " CMP-RESOLVE-DUE
           END-IF.

       7000-READ-COMPLAINT.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-MAINT-IDNUM
           DISPLAY "Complaint sequence " WITH NO ADVANCING
           ACCEPT WS-MAINT-SEQ
           MOVE WS-MAINT-IDNUM TO CMP-IDNUM
           MOVE WS-MAINT-SEQ TO CMP-SEQ
           MOVE 'N' TO WS-FOUND
           READ COMPLAINTFILE
               INVALID KEY
                   DISPLAY "No complaint " WS-MAINT-SEQ
                       " on file for customer " WS-MAINT-IDNUM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
