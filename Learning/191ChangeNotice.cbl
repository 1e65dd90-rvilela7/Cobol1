            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeNotice.
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
           SELECT NOTICEFILE ASSIGN TO "files/ChangeNotices.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-CN-STATUS.
           SELECT LETTERFILE ASSIGN TO "files/ChangeNotices.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD NOTICEFILE.
       COPY "ChangeNotice.cpy".

       FD LETTERFILE.
       01 PRINTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-CUSTOMER-FILE-SWITCH PIC X.
           88 WS-CUSTOMER-FILE-OPEN VALUE 'Y'.

       01 WS-CN-FIRSTNAME PIC X(15).
       01 WS-CN-LASTNAME PIC X(15).
       01 WS-CN-WHAT PIC X(40).
       01 WS-CN-MAIL.
           02 WS-CN-STREET PIC X(25).
           02 WS-CN-CITY PIC X(15).
           02 WS-CN-STATE PIC XX.
           02 WS-CN-ZIP PIC X(10).
       01 WS-CN-SECURITY-PHONE PIC X(14) VALUE "1-800-555-0142".

       01 WS-QUEUE-DOC PIC X(4) VALUE "CHGN".
       01 WS-QUEUE-CHANNEL PIC X.

       01 WS-CURRENT-DATE.
           02 WS-CD-STAMP PIC 9(14).
           02 FILLER PIC X(7).
       01 WS-CD-STAMP-PARTS REDEFINES WS-CURRENT-DATE.
           02 WS-CD-YYYY PIC 9(4).
           02 WS-CD-MM PIC 99.
           02 WS-CD-DD PIC 99.
           02 WS-CD-HH PIC 99.
           02 WS-CD-MIN PIC 99.
           02 FILLER PIC X(9).

       01 LETTERNAMELINE PIC X(60).
       01 LETTERADDRLINE PIC X(60).
       01 LETTERREFLINE.
           02 FILLER PIC X(8) VALUE "Account ".
           02 PRNNOTICEID PIC 9(7).
           02 FILLER PIC X(12) VALUE "   Changed  ".
           02 PRNCHANGEDATE PIC X(16).
       01 LETTERDETAILLINE.
           02 PRNDETAILLABEL PIC X(12).
           02 PRNDETAILVALUE PIC X(40).
       01 LETTERTEXTLINE PIC X(80).

       01 WS-CF-STATUS PIC XX.
       01 WS-CN-STATUS PIC XX.
       01 WS-LT-STATUS PIC XX.

       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           01 LK-CHANGE-TYPE PIC X.
           01 LK-OLD-DETAIL PIC X(40).
           01 LK-NEW-DETAIL PIC X(40).
           01 LK-OLD-MAIL PIC X(52).
           01 LK-NEW-MAIL PIC X(52).
           01 LK-OLD-EMAIL PIC X(30).
           01 LK-NEW-EMAIL PIC X(30).
           01 LK-OPERATOR PIC X(8).

      *> Every change to an address, phone, email or autopay bank
      *> record is confirmed to the customer at both the old and the
      *> new destination, so a takeover of the account is seen by the
      *> real customer. The caller passes whatever old and new
      *> destinations the change itself touched; any left blank are
      *> taken from the primary mailing address and primary email. A
      *> letter goes to each distinct postal address and one email
      *> item covers the old and new email between them. The notice
      *> itself is kept on ChangeNotices.dat for OutboundDeliver and
      *> for the reviewer when a customer reports the change.
       PROCEDURE DIVISION USING LK-IDNUM, LK-CHANGE-TYPE,
           LK-OLD-DETAIL, LK-NEW-DETAIL, LK-OLD-MAIL, LK-NEW-MAIL,
           LK-OLD-EMAIL, LK-NEW-EMAIL, LK-OPERATOR.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO CHANGENOTICERECORD
           MOVE LK-IDNUM TO CHN-IDNUM
           MOVE WS-CD-STAMP TO CHN-STAMP
           MOVE LK-CHANGE-TYPE TO CHN-CHANGE-TYPE
           MOVE LK-OPERATOR TO CHN-OPERATOR
           MOVE LK-OLD-DETAIL TO CHN-OLD-DETAIL
           MOVE LK-NEW-DETAIL TO CHN-NEW-DETAIL
           MOVE LK-OLD-MAIL TO CHN-OLD-MAIL
           MOVE LK-NEW-MAIL TO CHN-NEW-MAIL
           MOVE LK-OLD-EMAIL TO CHN-OLD-EMAIL
           MOVE LK-NEW-EMAIL TO CHN-NEW-EMAIL
           MOVE ZERO TO CHN-LETTER-COUNT
           SET CHN-NOT-DISPUTED TO TRUE
           MOVE ZERO TO CHN-DISPUTED-DATE
           PERFORM 1000-FILL-DESTINATIONS
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " LK-IDNUM " not on file - change "
                   "notice not sent"
               EXIT PROGRAM
           END-IF
           PERFORM 1100-SET-CHANGE-WORDING
           IF CHN-OLD-MAIL = CHN-NEW-MAIL
               MOVE SPACES TO CHN-OLD-MAIL
           END-IF
           IF CHN-OLD-EMAIL = CHN-NEW-EMAIL
               MOVE SPACES TO CHN-OLD-EMAIL
           END-IF
           IF CHN-OLD-EMAIL = SPACES AND CHN-NEW-EMAIL = SPACES
               SET CHN-NO-EMAIL TO TRUE
           ELSE
               SET CHN-EMAIL-QUEUED TO TRUE
           END-IF
           PERFORM 2000-PRINT-LETTERS
           PERFORM 3000-WRITE-NOTICE
           IF CHN-EMAIL-QUEUED
               MOVE 'E' TO WS-QUEUE-CHANNEL
               CALL 'QueueWrite' USING LK-IDNUM, WS-QUEUE-DOC,
                   WS-QUEUE-CHANNEL
           END-IF
           DISPLAY "Change notice sent for customer " LK-IDNUM " - "
               CHN-LETTER-COUNT " letters, email " CHN-EMAIL-STATUS
           EXIT PROGRAM.

       1000-FILL-DESTINATIONS.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               DISPLAY "CUSTOMERFILE STATUS " WS-CF-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LK-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE FIRSTNAME TO WS-CN-FIRSTNAME
                   MOVE LASTNAME TO WS-CN-LASTNAME
           END-READ
           IF WS-RECORD-FOUND
               AND (CHN-OLD-MAIL = SPACES OR CHN-NEW-MAIL = SPACES)
               MOVE LK-IDNUM TO CA-IDNUM
               MOVE 'A' TO CA-REC-TYPE
               MOVE ZERO TO CA-SEQ
               READ CUSTOMERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHN-OLD-MAIL = SPACES
                           MOVE CA-STREET TO CHN-OLD-STREET
                           MOVE CA-CITY TO CHN-OLD-CITY
                           MOVE CA-STATE TO CHN-OLD-STATE
                           MOVE CA-ZIP TO CHN-OLD-ZIP
                       END-IF
                       IF CHN-NEW-MAIL = SPACES
                           MOVE CA-STREET TO CHN-NEW-STREET
                           MOVE CA-CITY TO CHN-NEW-CITY
                           MOVE CA-STATE TO CHN-NEW-STATE
                           MOVE CA-ZIP TO CHN-NEW-ZIP
                       END-IF
               END-READ
           END-IF
           IF WS-RECORD-FOUND
               AND CHN-OLD-EMAIL = SPACES AND CHN-NEW-EMAIL = SPACES
               MOVE LK-IDNUM TO CP-IDNUM
               MOVE 'P' TO CP-REC-TYPE
               MOVE ZERO TO CP-SEQ
               READ CUSTOMERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-EMAIL TO CHN-NEW-EMAIL
               END-READ
           END-IF
           CLOSE CUSTOMERFILE.

       1100-SET-CHANGE-WORDING.
           IF CHN-ADDRESS-CHANGE
               MOVE "mailing address" TO WS-CN-WHAT
           ELSE IF CHN-PHONE-CHANGE
               MOVE "telephone number" TO WS-CN-WHAT
           ELSE IF CHN-EMAIL-CHANGE
               MOVE "email address" TO WS-CN-WHAT
           ELSE IF CHN-CONTACT-CHANGE
               MOVE "telephone number and email address"
                   TO WS-CN-WHAT
           ELSE
               MOVE "bank account for automatic payments"
                   TO WS-CN-WHAT
           END-IF.

       2000-PRINT-LETTERS.
           IF CHN-NEW-MAIL = SPACES AND CHN-OLD-MAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LETTERFILE
           IF WS-LT-STATUS = "35"
               OPEN OUTPUT LETTERFILE
           END-IF
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "LETTERFILE STATUS " WS-LT-STATUS
                   " - change letters not printed for customer "
                   LK-IDNUM
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-QUEUE-CHANNEL
           IF CHN-NEW-MAIL NOT = SPACES
               MOVE CHN-NEW-MAIL TO WS-CN-MAIL
               PERFORM 2100-PRINT-ONE-LETTER
               CALL 'QueueWrite' USING LK-IDNUM, WS-QUEUE-DOC,
                   WS-QUEUE-CHANNEL
           END-IF
           IF CHN-OLD-MAIL NOT = SPACES
               MOVE CHN-OLD-MAIL TO WS-CN-MAIL
               PERFORM 2100-PRINT-ONE-LETTER
               CALL 'QueueWrite' USING LK-IDNUM, WS-QUEUE-DOC,
                   WS-QUEUE-CHANNEL
           END-IF
           CLOSE LETTERFILE.

       2100-PRINT-ONE-LETTER.
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(WS-CN-FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CN-LASTNAME) DELIMITED BY SIZE
               INTO LETTERNAMELINE
           WRITE PRINTLINE FROM LETTERNAMELINE AFTER ADVANCING PAGE
           WRITE PRINTLINE FROM WS-CN-STREET
           MOVE SPACES TO LETTERADDRLINE
           STRING FUNCTION TRIM(WS-CN-CITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-CN-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CN-ZIP) DELIMITED BY SIZE
               INTO LETTERADDRLINE
           WRITE PRINTLINE FROM LETTERADDRLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "CHANGE TO YOUR ACCOUNT DETAILS" TO PRINTLINE
           WRITE PRINTLINE
           MOVE LK-IDNUM TO PRNNOTICEID
           MOVE SPACES TO PRNCHANGEDATE
           STRING WS-CD-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CD-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CD-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CD-MIN DELIMITED BY SIZE
               INTO PRNCHANGEDATE
           WRITE PRINTLINE FROM LETTERREFLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO LETTERTEXTLINE
           STRING "We write to confirm a change to the "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-CN-WHAT) DELIMITED BY SIZE
               INTO LETTERTEXTLINE
           WRITE PRINTLINE FROM LETTERTEXTLINE
           MOVE "held on your account. For your security this notice "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "goes to your previous details as well as the new ones."
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF CHN-OLD-DETAIL NOT = SPACES
               MOVE "Previously:" TO PRNDETAILLABEL
               MOVE CHN-OLD-DETAIL TO PRNDETAILVALUE
               WRITE PRINTLINE FROM LETTERDETAILLINE
           END-IF
           MOVE "Now:" TO PRNDETAILLABEL
           MOVE CHN-NEW-DETAIL TO PRNDETAILVALUE
           WRITE PRINTLINE FROM LETTERDETAILLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "If you did not ask for this change, please call us at "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO LETTERTEXTLINE
           STRING "once on " DELIMITED BY SIZE
               WS-CN-SECURITY-PHONE DELIMITED BY SIZE
               " so that we can secure your account."
               DELIMITED BY SIZE
               INTO LETTERTEXTLINE
           WRITE PRINTLINE FROM LETTERTEXTLINE
           ADD 1 TO CHN-LETTER-COUNT.

       3000-WRITE-NOTICE.
           OPEN I-O NOTICEFILE
           IF WS-CN-STATUS = "35"
               OPEN OUTPUT NOTICEFILE
               CLOSE NOTICEFILE
               OPEN I-O NOTICEFILE
           END-IF
           IF WS-CN-STATUS NOT = "00"
               DISPLAY "NOTICEFILE STATUS " WS-CN-STATUS
                   " - change notice not recorded for customer "
                   LK-IDNUM
               EXIT PARAGRAPH
           END-IF
           WRITE CHANGENOTICERECORD
               INVALID KEY
                   DISPLAY "Change notice write failed for customer "
                       LK-IDNUM
           END-WRITE
           CLOSE NOTICEFILE.
