               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT ARCHIVEFILE ASSIGN TO "files/HistoryArchive.dat"
               ORGANIZATION IS INDEXED
                     ==HIST-IS-DEP-REFUND==  BY ==AH-IS-DEP-REFUND==
                     ==HIST-IS-DEP-APPLIED== BY ==AH-IS-DEP-APPLIED==
                     ==HIST-IS-CREDIT-MEMO== BY ==AH-IS-CREDIT-MEMO==
                     ==HIST-IS-FEE-ADJUST==  BY ==AH-IS-FEE-ADJUST==
                     ==HIST-IS-SCRA-CREDIT== BY ==AH-IS-SCRA-CREDIT==
                     ==HIST-IS-FX-REALIZED== BY ==AH-IS-FX-REALIZED==
                     ==HIST-IS-REWARDS-CREDIT==
                         BY ==AH-IS-REWARDS-CREDIT==
                     ==HIST-IS-TRANSFER==    BY ==AH-IS-TRANSFER==
                     ==HIST-PROGRAM==        BY ==AH-PROGRAM==
                     ==HIST-AMOUNT==         BY ==AH-AMOUNT==
                     ==HIST-BALANCE-BEFORE== BY ==AH-BALANCE-BEFORE==
       01 WS-CD-RESULT PIC X.
           88 WS-CD-ID-VALID VALUE 'Y'.

       01 WS-SSN-VIEW-REPLY PIC X.
       01 WS-SSN-SPLIT.
           02 WS-SSN-AREA PIC 9(3).
           02 WS-SSN-GROUP PIC 99.
           02 WS-SSN-SERIAL PIC 9(4).

       01 WS-GUARANTOR-IDNUM PIC 9(7).
       01 WS-GUARANTOR-RELATION PIC X(15).
       01 WS-LIST-TYPE PIC X.
       01 WS-LIST-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-LIST-EOF VALUE 'Y'.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "CustomerInquiry".
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
       01 WS-AH-STATUS PIC XX.
               INVALID KEY
                   DISPLAY "No customer found with ID " WS-INQUIRY-IDNUM
               NOT INVALID KEY
                   PERFORM 2005-VERIFY-AND-SHOW
           END-READ.

      *> No account detail is shown until the caller has answered the
      *> identity questions. CallerVerify uses its own view of the
      *> customer file, so the header just read is still in place.
       2005-VERIFY-AND-SHOW.
           MOVE WS-INQUIRY-IDNUM TO WS-CV-IDNUM
           CALL 'CallerVerify' USING WS-GUARD-PROGRAM, WS-CV-IDNUM,
               WS-CV-RESULT, WS-CV-PERMISSION
           IF NOT WS-CV-VERIFIED
               DISPLAY "Caller not verified - account detail withheld "
                   "for customer " WS-INQUIRY-IDNUM
               EXIT PARAGRAPH
           END-IF
           PERFORM 2006-SHOW-CALLER-BANNER
           PERFORM 2010-SHOW-HEADER
           PERFORM 2020-SHOW-ADDRESS
           PERFORM 2030-SHOW-PHONE
           PERFORM 2035-SHOW-NOTE
           PERFORM 2037-SHOW-GUARANTOR
           PERFORM 2038-SHOW-DISPUTES
           PERFORM 2040-SHOW-MOVEMENTS
           PERFORM 2047-SHOW-CORRESPONDENCE
           PERFORM 2080-OFFER-FULL-SSN.

       2006-SHOW-CALLER-BANNER.
           IF WS-CV-PERMIT-INQUIRY
               DISPLAY "*** AUTHORIZED PARTY - INQUIRY ONLY, NO "
                   "ARRANGEMENTS ***"
           ELSE IF WS-CV-PERMIT-ARRANGE
               DISPLAY "*** AUTHORIZED PARTY - MAY MAKE PAYMENT "
                   "ARRANGEMENTS ***"
           ELSE IF WS-CV-PERMIT-BACK-OFFICE
               DISPLAY "*** BACK-OFFICE REVIEW - NO CALLER ON THE "
                   "LINE ***"
           END-IF.

       2010-SHOW-HEADER.
           DISPLAY "--------------------------------------------"
           DISPLAY "Customer ID ... " IDNUM
           DISPLAY "Name .......... " FUNCTION TRIM(FIRSTNAME)
               " " FUNCTION TRIM(LASTNAME)
           DISPLAY "SSN ........... ***-**-" SSN-SERIAL
           DISPLAY "Date of Birth . " DOB-MM "/" DOB-DD "/" DOB-YYYY
           DISPLAY "Balance ....... " BALANCE
           IF CUST-ACTIVE
               DISPLAY "Status ........ ACTIVE"
           ELSE IF CUST-CLOSED
               DISPLAY "Status ........ CLOSED"
           ELSE
               DISPLAY "Status ........ INACTIVE"
           END-IF.
               END-IF
           END-IF.

      *> Only the last four show by default; the full number needs
      *> an admin sign-on and a reason, and the view is logged.
       2080-OFFER-FULL-SSN.
           IF CUST-SSN = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Show the full SSN (admin only) Y/N "
               WITH NO ADVANCING
           ACCEPT WS-SSN-VIEW-REPLY
           IF FUNCTION UPPER-CASE(WS-SSN-VIEW-REPLY) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO WS-GUARD-ACTION
           MOVE IDNUM TO WS-GUARD-IDNUM
           MOVE CUST-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF WS-GUARD-DONE
               MOVE WS-GUARD-SSN-OUT TO WS-SSN-SPLIT
               DISPLAY "Full SSN ...... " WS-SSN-AREA "-"
                   WS-SSN-GROUP "-" WS-SSN-SERIAL
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
