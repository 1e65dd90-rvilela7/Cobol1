            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefundHoldReview.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO "files/RefundHolds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT CUSTOMERAUDIT ASSIGN TO "files/CustomerAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLDFILE.
       COPY "RefundHold.cpy".

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-CLEAR VALUE 'C'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-REPLY PIC X.
           88 WS-REPLY-YES VALUE 'Y'.
       01 WS-EOF-SWITCH PIC X.
           88 WSEOF VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-REVIEW-IDNUM PIC 9(7).
       01 WS-REVIEW-REASON PIC X.

       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-YYYY PIC 9(4).
           02 WS-AT-MM PIC 9(2).
           02 WS-AT-DD PIC 9(2).
           02 WS-AT-HH PIC 9(2).
           02 WS-AT-MIN PIC 9(2).
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-RH-STATUS PIC XX.
       01 WS-CA-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Accounts put on hold by the nightly ActivityScan are passed
      *> over by RefundRun until a reviewer has looked at them and
      *> cleared the hold here. Each reason is cleared on its own, so
      *> an account held for two patterns needs both cleared before
      *> it is refunded. Every clearance goes to the customer audit
      *> log under the reviewer's sign-on.
      *> A U hold is raised in FileMaintain when the customer reports
      *> a change to the account they did not ask for, and holds
      *> AutoDebit as well as RefundRun.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - RefundHoldReview "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HOLDFILE
           IF WS-RH-STATUS NOT = "00"
               DISPLAY "No refund holds on file - status "
                   WS-RH-STATUS
               GOBACK
           END-IF
           OPEN EXTEND CUSTOMERAUDIT
           IF WS-CA-STATUS NOT = "00"
               MOVE "CUSTOMERAUDIT" TO WS-ABEND-FILE-NAME
               MOVE WS-CA-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE HOLDFILE
           CLOSE CUSTOMERAUDIT
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist open holds, C)lear a hold or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-HOLDS
           ELSE IF WS-CLEAR
               PERFORM 3000-CLEAR-HOLD
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, C or Q"
           END-IF.

       2000-LIST-HOLDS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO RFH-KEY
           START HOLDFILE KEY IS NOT LESS THAN RFH-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-LIST-ONE-HOLD UNTIL WSEOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No accounts are held from refunds"
           END-IF.

       2010-LIST-ONE-HOLD.
           READ HOLDFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND RFH-OPEN
               ADD 1 TO WS-LIST-COUNT
               DISPLAY RFH-IDNUM " " RFH-REASON " event "
                   RFH-EVENT-DATE " raised " RFH-RAISED-DATE " "
                   FUNCTION TRIM(RFH-DETAIL)
           END-IF.

       3000-CLEAR-HOLD.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-REVIEW-IDNUM
           DISPLAY "Hold reason (C, O, U, V or W) " WITH NO ADVANCING
           ACCEPT WS-REVIEW-REASON
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-REASON)
               TO WS-REVIEW-REASON
           MOVE WS-REVIEW-IDNUM TO RFH-IDNUM
           MOVE WS-REVIEW-REASON TO RFH-REASON
           READ HOLDFILE
               INVALID KEY
                   DISPLAY "No hold on file for customer "
                       WS-REVIEW-IDNUM " reason " WS-REVIEW-REASON
                   EXIT PARAGRAPH
           END-READ
           IF RFH-CLEARED
               DISPLAY "Already cleared by " RFH-CLEARED-BY " on "
                   RFH-CLEARED-DATE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer " RFH-IDNUM " held " RFH-RAISED-DATE
               " - " FUNCTION TRIM(RFH-DETAIL)
           DISPLAY "Clear this hold and release the account for "
               "refunds (Y/N) " WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF NOT WS-REPLY-YES
               EXIT PARAGRAPH
           END-IF
           SET RFH-CLEARED TO TRUE
           MOVE WS-OPERATOR-ID TO RFH-CLEARED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO RFH-CLEARED-DATE
           REWRITE REFUNDHOLDRECORD
               INVALID KEY
                   DISPLAY "Refund hold rewrite failed for customer "
                       RFH-IDNUM
               NOT INVALID KEY
                   PERFORM 5000-LOG-AUDIT-ENTRY
                   DISPLAY "Hold " RFH-REASON " cleared for customer "
                       RFH-IDNUM
           END-REWRITE.

       5000-LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDITLINE
           STRING WS-AT-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AT-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AT-DD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AT-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AT-MIN DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AT-SEC DELIMITED BY SIZE
               " REFUNDHOLD " DELIMITED BY SIZE
               RFH-IDNUM DELIMITED BY SIZE
               " CLEARED " DELIMITED BY SIZE
               RFH-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

      *> Chain the line onto the audit log; the first line of a day
      *> goes out behind the seal for the day before.
       9600-CHAIN-AUDIT-LINE.
           SET LCH-AUDIT-LOG TO TRUE
           SET LCH-LINK-NEW TO TRUE
           CALL 'AuditChain' USING LOGCHAINCALL, AUDITLINE
           IF LCH-SEAL-DUE
               MOVE AUDITLINE TO LCH-HELD-RECORD
               WRITE AUDITLINE FROM LCH-SEAL-RECORD
               MOVE LCH-HELD-RECORD TO AUDITLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
