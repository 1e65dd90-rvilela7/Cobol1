               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
           SELECT CORRFILE ASSIGN TO "files/Correspondence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT COMPLAINTFILE ASSIGN TO "files/Complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CP-STATUS.
           SELECT ACCRUALFILE ASSIGN TO "files/InterestAccrual.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACR-IDNUM
               FILE STATUS IS WS-AC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER PIC X.
           02 CRR-OUTCOME PIC X.

       FD COMPLAINTFILE.
       COPY "Complaint.cpy".

       FD ACCRUALFILE.
       COPY "InterestAccrual.cpy".

       WORKING-STORAGE SECTION.
       01 WS-WB-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-KEEP-GOING-SWITCH PIC X VALUE 'Y'.
       01 WS-CHOICE PIC X.
           88 WS-JUMP-MAINTAIN VALUE 'M'.
           88 WS-JUMP-INVOICE VALUE 'I'.
           88 WS-JUMP-FULL-SSN VALUE 'S'.
           88 WS-JUMP-COMPLAINT VALUE 'C'.
       01 WS-WB-SSN PIC 9(9).
       01 WS-SSN-SPLIT.
           02 WS-SSN-AREA PIC 9(3).
           02 WS-SSN-GROUP PIC 99.
           02 WS-SSN-SERIAL PIC 9(4).

       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-MOVE-AMOUNT-EDIT PIC $$,$$$,$$9.99-.
       01 WS-MOVE-AFTER-EDIT PIC $$,$$$,$$9.99-.
       01 WS-DUE-EDIT PIC $$,$$$,$$9.99-.
       01 WS-ACCRUED-EDIT PIC $$,$$$,$$9.99.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "CustomerWorkbench".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-CV-IDNUM PIC 9(7).
       01 WS-CV-RESULT PIC X.
           88 WS-CV-VERIFIED VALUE 'Y'.
       01 WS-CV-PERMISSION PIC X.
           88 WS-CV-PERMIT-OWNER VALUE 'O'.
           88 WS-CV-PERMIT-ARRANGE VALUE 'A'.
           88 WS-CV-PERMIT-INQUIRY VALUE 'I'.
           88 WS-CV-PERMIT-BACK-OFFICE VALUE 'B'.

       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-QF-STATUS PIC XX.
       01 WS-LK-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-CP-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-RECORD-FOUND
               PERFORM 2050-VERIFY-CALLER
           END-IF
           IF WS-RECORD-FOUND
               PERFORM 2100-SHOW-HEADER
               PERFORM 2200-SHOW-OPEN-INVOICES
               PERFORM 2500-SHOW-OUTBOUND-QUEUE
               PERFORM 2600-SHOW-ACTIVE-LOCK
               PERFORM 2650-SHOW-CORRESPONDENCE
               PERFORM 2670-SHOW-COMPLAINTS
               PERFORM 2700-SHOW-LATEST-NOTES
               PERFORM 3000-OFFER-JUMPS
           END-IF.

      *> The caller answers the identity questions before anything on
      *> the account is read out; a failed or locked check leaves the
      *> workbench empty for this customer.
       2050-VERIFY-CALLER.
           MOVE WS-WB-IDNUM TO WS-CV-IDNUM
           CALL 'CallerVerify' USING WS-GUARD-PROGRAM, WS-CV-IDNUM,
               WS-CV-RESULT, WS-CV-PERMISSION
           IF NOT WS-CV-VERIFIED
               DISPLAY "Caller not verified - account detail withheld "
                   "for customer " WS-WB-IDNUM
               MOVE 'N' TO WS-FOUND
           ELSE IF WS-CV-PERMIT-INQUIRY
               DISPLAY "*** AUTHORIZED PARTY - INQUIRY ONLY, NO "
                   "ARRANGEMENTS ***"
           ELSE IF WS-CV-PERMIT-ARRANGE
               DISPLAY "*** AUTHORIZED PARTY - MAY MAKE PAYMENT "
                   "ARRANGEMENTS ***"
           ELSE IF WS-CV-PERMIT-BACK-OFFICE
               DISPLAY "*** BACK-OFFICE REVIEW - NO CALLER ON THE "
                   "LINE ***"
           END-IF.

       2100-SHOW-HEADER.
           DISPLAY "============================================"
           DISPLAY "Customer ID ... " IDNUM "  "
               FUNCTION TRIM(FIRSTNAME) " " FUNCTION TRIM(LASTNAME)
           MOVE CUST-SSN TO WS-WB-SSN
           DISPLAY "SSN ........... ***-**-" SSN-SERIAL
           DISPLAY "Balance ....... " BALANCE
               "  Status " CUST-STATUS
               "  Class " CUST-CLASS
               "  Grade " CUST-RISK-GRADE
           DISPLAY "Credit limit .. " CUST-CREDIT-LIMIT
           PERFORM 2110-SHOW-ACCRUED-INTEREST
           IF BALANCE < WS-DUNNING-THRESHOLD
               COMPUTE WS-AMOUNT-OVER =
                   (BALANCE - WS-DUNNING-THRESHOLD) * -1
               DISPLAY "Dunning ....... none"
           END-IF.

      *> Interest accrued daily since the last interest run, which
      *> the next interest run will bill.
       2110-SHOW-ACCRUED-INTEREST.
           OPEN INPUT ACCRUALFILE
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "Accrued int ... none"
               EXIT PARAGRAPH
           END-IF
           MOVE IDNUM TO ACR-IDNUM
           READ ACCRUALFILE
               INVALID KEY
                   DISPLAY "Accrued int ... none"
               NOT INVALID KEY
                   COMPUTE WS-ACCRUED-EDIT ROUNDED = ACR-ACCRUED
                   DISPLAY "Accrued int ... " WS-ACCRUED-EDIT
                       " since " ACR-FROM-DATE " (not yet billed)"
           END-READ
           CLOSE ACCRUALFILE.

       2200-SHOW-OPEN-INVOICES.
           DISPLAY "Open invoices:"
           MOVE ZERO TO WS-LIST-COUNT
                   END-IF
           END-READ.

       2670-SHOW-COMPLAINTS.
           DISPLAY "Complaints outstanding:"
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COMPLAINTFILE
           IF WS-CP-STATUS NOT = "00"
               SET WSEOF TO TRUE
           ELSE
               MOVE WS-WB-IDNUM TO CMP-IDNUM
               MOVE ZERO TO CMP-SEQ
               START COMPLAINTFILE KEY IS NOT LESS THAN CMP-KEY
                   INVALID KEY SET WSEOF TO TRUE
               END-START
           END-IF
           PERFORM 2680-SHOW-ONE-COMPLAINT UNTIL WSEOF
           IF WS-CP-STATUS = "00" OR WS-CP-STATUS = "10"
               CLOSE COMPLAINTFILE
           END-IF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "  (none)"
           END-IF.

       2680-SHOW-ONE-COMPLAINT.
           READ COMPLAINTFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF
               IF CMP-IDNUM NOT = WS-WB-IDNUM
                   SET WSEOF TO TRUE
               ELSE
                   IF CMP-OUTSTANDING
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY "  " CMP-SEQ " " CMP-RECEIVED-DATE " "
                           CMP-CATEGORY " status " CMP-STATUS
                           " respond by " CMP-RESOLVE-DUE
                   END-IF
               END-IF
           END-IF.

       2700-SHOW-LATEST-NOTES.
           DISPLAY "Latest notes:"
           MOVE ZERO TO WS-LIST-COUNT
               END-IF
           END-IF.

      *> One keypress drops the operator into maintenance, invoice
      *> entry or the complaint register without leaving the call,
      *> or asks for the full SSN (admin sign-on, reason and access
      *> log).
       3000-OFFER-JUMPS.
           DISPLAY "M)aintain customer, I)nvoice entry, C)omplaint, "
               "S)how full SSN or RETURN to continue "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-JUMP-MAINTAIN
               CLOSE CUSTOMERFILE
               CALL 'InvoiceEntry'
               OPEN INPUT CUSTOMERFILE
           ELSE IF WS-JUMP-COMPLAINT
               CLOSE CUSTOMERFILE
               CALL 'ComplaintMaint'
               OPEN INPUT CUSTOMERFILE
           ELSE IF WS-JUMP-FULL-SSN
               PERFORM 3100-SHOW-FULL-SSN
           END-IF.

       3100-SHOW-FULL-SSN.
           IF WS-WB-SSN = ZERO
               DISPLAY "No SSN on file for this customer"
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO WS-GUARD-ACTION
           MOVE WS-WB-IDNUM TO WS-GUARD-IDNUM
           MOVE WS-WB-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF WS-GUARD-DONE
               MOVE WS-GUARD-SSN-OUT TO WS-SSN-SPLIT
               DISPLAY "Full SSN ...... " WS-SSN-AREA "-"
                   WS-SSN-GROUP "-" WS-SSN-SERIAL
           END-IF.

       9900-ABEND.
