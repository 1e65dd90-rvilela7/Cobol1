            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceTransfer.
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
           SELECT TRANSFERFILE ASSIGN TO "files/BalanceTransfers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BT-KEY
               FILE STATUS IS WS-BT-STATUS.
           SELECT NEXTTRANSFERFILE ASSIGN TO "files/NextTransfer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.
           SELECT PENDINGFILE ASSIGN TO
               "files/PendingAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT OVERRIDELOG ASSIGN TO "files/CreditOverride.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD TRANSFERFILE.
       COPY "BalanceTransfer.cpy".

       FD NEXTTRANSFERFILE.
       01 NEXTTRANSFERRECORD.
           02 NXT-NEXT-NUMBER PIC 9(7).

       FD PENDINGFILE.
       COPY "PendingAdjustment.cpy".

       FD OVERRIDELOG.
       01 OVERRIDELINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-ENTER VALUE 'E'.
           88 WS-LIST VALUE 'L'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-REPLY PIC X.
           88 WS-REPLY-YES VALUE 'Y'.
       01 WS-OVERRIDE-REPLY PIC X.
           88 WS-OVERRIDE-APPROVED VALUE 'Y'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.

       01 WS-FROM-IDNUM PIC 9(7).
       01 WS-FROM-BALANCE PIC S9(7)V99.
       01 WS-FROM-PRIN-OWED PIC S9(7)V99.
       01 WS-FROM-INT-OWED PIC S9(7)V99.
       01 WS-FROM-FEE-OWED PIC S9(7)V99.
       01 WS-TO-IDNUM PIC 9(7).
       01 WS-TO-BALANCE PIC S9(7)V99.
       01 WS-TO-LIMIT PIC 9(7)V99.
       01 WS-TO-OWED PIC S9(7)V99.

       01 WS-ENTRY-AMOUNT PIC X(12).
       01 WS-PRINCIPAL PIC S9(7)V99.
       01 WS-INTEREST PIC S9(7)V99.
       01 WS-FEE PIC S9(7)V99.
       01 WS-AMOUNT PIC S9(7)V99.
       01 WS-REASON PIC X(3).
           88 WS-REASON-VALID VALUE 'GTR' 'MIS' 'FAM' 'OTH'.
       01 WS-NEXT-TRANSFER PIC 9(7) VALUE 1.
       01 WS-LIST-COUNT PIC 9(5) COMP-3.
       01 WS-TODAY-DATE PIC 9(8).

      *> Transfers above this wait for a second operator in
      *> ApprovalRun, the same limit as a balance adjustment.
       01 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE 1000.00.

       01 WS-AMOUNT-EDIT PIC $$,$$$,$$9.99-.
       01 WS-PRIN-EDIT PIC $$,$$$,$$9.99-.
       01 WS-INT-EDIT PIC $$,$$$,$$9.99-.
       01 WS-FEE-EDIT PIC $$,$$$,$$9.99-.

       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-YYYY PIC 9(4).
           02 WS-AT-MM PIC 9(2).
           02 WS-AT-DD PIC 9(2).
           02 WS-AT-HH PIC 9(2).
           02 WS-AT-MIN PIC 9(2).
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-BT-STATUS PIC XX.
       01 WS-NT-STATUS PIC XX.
       01 WS-PN-STATUS PIC XX.
       01 WS-OV-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Moves an amount owed from one customer to another as one
      *> transfer document: a guarantor taking over a debt, a charge
      *> that belongs to a sister account, or a family tidy-up short
      *> of a full CustomerMerge. The amount is split into principal,
      *> interest and fees so each side keeps its own split, and the
      *> receiving account's credit limit is checked here with the
      *> usual supervisor override. Nothing moves at entry - the
      *> document is posted as a matched pair by TransferPost, and
      *> one above the approval threshold is held until a second
      *> operator approves it in ApprovalRun.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - BalanceTransfer "
                   "ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O TRANSFERFILE
           IF WS-BT-STATUS = "35"
               OPEN OUTPUT TRANSFERFILE
               CLOSE TRANSFERFILE
               OPEN I-O TRANSFERFILE
           END-IF
           IF WS-BT-STATUS NOT = "00"
               MOVE "TRANSFERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-BT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           CLOSE TRANSFERFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "E)nter a transfer, L)ist outstanding and today's "
               "transfers or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-ENTER
               PERFORM 2000-ENTER-TRANSFER
           ELSE IF WS-LIST
               PERFORM 3000-LIST-TRANSFERS
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter E, L or Q"
           END-IF.

       2000-ENTER-TRANSFER.
           DISPLAY "Transfer from customer ID " WITH NO ADVANCING
           ACCEPT WS-FROM-IDNUM
           MOVE WS-FROM-IDNUM TO IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-FROM-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           IF CUST-CHARGED-OFF
               DISPLAY "Customer " WS-FROM-IDNUM " is charged off - "
                   "nothing can be transferred"
               EXIT PARAGRAPH
           END-IF
           IF BALANCE NOT < ZERO
               DISPLAY "Customer " WS-FROM-IDNUM " owes nothing to "
                   "transfer"
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE TO WS-FROM-BALANCE
           COMPUTE WS-FROM-INT-OWED = CUST-INT-BAL * -1
           COMPUTE WS-FROM-FEE-OWED = CUST-FEE-BAL * -1
           COMPUTE WS-FROM-PRIN-OWED =
               (BALANCE - CUST-INT-BAL - CUST-FEE-BAL) * -1
           MOVE WS-FROM-PRIN-OWED TO WS-PRIN-EDIT
           MOVE WS-FROM-INT-OWED TO WS-INT-EDIT
           MOVE WS-FROM-FEE-OWED TO WS-FEE-EDIT
           DISPLAY FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME) " owes principal "
               WS-PRIN-EDIT " interest " WS-INT-EDIT " fees "
               WS-FEE-EDIT
           DISPLAY "Transfer to customer ID " WITH NO ADVANCING
           ACCEPT WS-TO-IDNUM
           IF WS-TO-IDNUM = WS-FROM-IDNUM
               DISPLAY "A transfer needs two different customers"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-IDNUM TO IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Customer " WS-TO-IDNUM " not found"
               EXIT PARAGRAPH
           END-IF
           IF NOT CUST-ACTIVE
               DISPLAY "Customer " WS-TO-IDNUM " is not active - "
                   "transfer not entered"
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE TO WS-TO-BALANCE
           MOVE CUST-CREDIT-LIMIT TO WS-TO-LIMIT
           DISPLAY "To " FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME)
           PERFORM 2100-ENTER-SPLIT
           IF WS-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason - GTR guarantor, MIS misapplied, FAM "
               "family, OTH other " WITH NO ADVANCING
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           IF NOT WS-REASON-VALID
               DISPLAY "Invalid reason - transfer not entered"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-CHECK-CREDIT-LIMIT
           IF WS-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Transfer " WS-AMOUNT-EDIT " from " WS-FROM-IDNUM
               " to " WS-TO-IDNUM " (Y/N) " WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
           IF NOT WS-REPLY-YES
               DISPLAY "Transfer not entered"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-WRITE-TRANSFER.

      *> Each part may be no more than the giving account owes of
      *> it; an amount of zero on return means nothing is entered.
       2100-ENTER-SPLIT.
           MOVE ZERO TO WS-AMOUNT
           DISPLAY "Principal to transfer " WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           DISPLAY "Interest to transfer " WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           COMPUTE WS-INTEREST = FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           DISPLAY "Fees to transfer " WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           COMPUTE WS-FEE = FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           EVALUATE TRUE
               WHEN WS-PRINCIPAL < ZERO OR WS-INTEREST < ZERO
                   OR WS-FEE < ZERO
                   DISPLAY "Amounts cannot be negative - transfer "
                       "not entered"
               WHEN WS-PRINCIPAL > WS-FROM-PRIN-OWED
                   DISPLAY "Principal is more than is owed - "
                       "transfer not entered"
               WHEN WS-INTEREST > WS-FROM-INT-OWED
                   DISPLAY "Interest is more than is owed - "
                       "transfer not entered"
               WHEN WS-FEE > WS-FROM-FEE-OWED
                   DISPLAY "Fees are more than is owed - transfer "
                       "not entered"
               WHEN OTHER
                   COMPUTE WS-AMOUNT =
                       WS-PRINCIPAL + WS-INTEREST + WS-FEE
                   IF WS-AMOUNT = ZERO
                       DISPLAY "Nothing to transfer"
                   END-IF
           END-EVALUATE.

       2200-CHECK-CREDIT-LIMIT.
           COMPUTE WS-TO-OWED = (WS-TO-BALANCE * -1) + WS-AMOUNT
           IF WS-TO-LIMIT > ZERO AND WS-TO-OWED > WS-TO-LIMIT
               DISPLAY "Customer " WS-TO-IDNUM " would owe "
                   WS-TO-OWED " against a credit limit of "
                   WS-TO-LIMIT
               DISPLAY "Supervisor override (Y/N) " WITH NO ADVANCING
               ACCEPT WS-OVERRIDE-REPLY
               MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-REPLY)
                   TO WS-OVERRIDE-REPLY
               IF WS-OVERRIDE-APPROVED
                   PERFORM 2600-LOG-CREDIT-OVERRIDE
               ELSE
                   MOVE ZERO TO WS-AMOUNT
                   DISPLAY "Transfer not entered"
               END-IF
           END-IF.

       2300-WRITE-TRANSFER.
           PERFORM 4000-GET-NEXT-TRANSFER-NUMBER
           MOVE WS-NEXT-TRANSFER TO BT-NUMBER
           MOVE WS-TODAY-DATE TO BT-ENTRY-DATE
           MOVE WS-FROM-IDNUM TO BT-FROM-IDNUM
           MOVE WS-TO-IDNUM TO BT-TO-IDNUM
           MOVE WS-PRINCIPAL TO BT-PRINCIPAL
           MOVE WS-INTEREST TO BT-INTEREST
           MOVE WS-FEE TO BT-FEE
           MOVE WS-AMOUNT TO BT-AMOUNT
           MOVE WS-REASON TO BT-REASON
           MOVE WS-OPERATOR-ID TO BT-MAKER
           MOVE SPACES TO BT-CHECKER
           MOVE ZERO TO BT-POSTED-DATE
           IF WS-AMOUNT > WS-APPROVAL-THRESHOLD
               SET BT-HELD TO TRUE
           ELSE
               SET BT-OPEN TO TRUE
           END-IF
           WRITE TRANSFERRECORD
               INVALID KEY
                   DISPLAY "Transfer " BT-NUMBER " already on file - "
                       "transfer not entered"
               NOT INVALID KEY
                   ADD 1 TO WS-NEXT-TRANSFER
                   PERFORM 4100-SAVE-NEXT-TRANSFER-NUMBER
                   IF BT-HELD
                       PERFORM 2400-QUEUE-TRANSFER-APPROVAL
                       DISPLAY "Transfer " BT-NUMBER " over "
                           WS-APPROVAL-THRESHOLD " held for approval"
                   ELSE
                       DISPLAY "Transfer " BT-NUMBER " entered - "
                           "posted by the next TransferPost"
                   END-IF
           END-WRITE.

       2400-QUEUE-TRANSFER-APPROVAL.
           OPEN EXTEND PENDINGFILE
           IF WS-PN-STATUS = "35"
               OPEN OUTPUT PENDINGFILE
           END-IF
           IF WS-PN-STATUS NOT = "00"
               DISPLAY "PENDINGFILE STATUS " WS-PN-STATUS
                   " - transfer approval not queued"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP(1:14) TO PND-TIMESTAMP
               MOVE BT-FROM-IDNUM TO PND-IDNUM
               MOVE ZERO TO PND-OLD-BALANCE
               MOVE BT-AMOUNT TO PND-NEW-BALANCE
               MOVE WS-OPERATOR-ID TO PND-MAKER
               SET PND-PENDING TO TRUE
               MOVE SPACES TO PND-CHECKER
               SET PND-IS-TRANSFER TO TRUE
               MOVE BT-NUMBER TO PND-REFERENCE
               WRITE PENDINGRECORD
               CLOSE PENDINGFILE
           END-IF.

       2600-LOG-CREDIT-OVERRIDE.
           OPEN EXTEND OVERRIDELOG
           IF WS-OV-STATUS NOT = "00"
               DISPLAY "OVERRIDELOG STATUS " WS-OV-STATUS
                   " - override not logged"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE SPACES TO OVERRIDELINE
               STRING WS-AT-YYYY DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-AT-MM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-AT-DD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AT-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-AT-MIN DELIMITED BY SIZE
                   " OVERRIDE CUSTOMER " DELIMITED BY SIZE
                   WS-TO-IDNUM DELIMITED BY SIZE
                   " TRANSFER IN " DELIMITED BY SIZE
                   WS-AMOUNT DELIMITED BY SIZE
                   " LIMIT " DELIMITED BY SIZE
                   WS-TO-LIMIT DELIMITED BY SIZE
                   INTO OVERRIDELINE
               WRITE OVERRIDELINE
               CLOSE OVERRIDELOG
           END-IF.

       3000-LIST-TRANSFERS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO BT-KEY
           START TRANSFERFILE KEY IS NOT LESS THAN BT-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 3010-LIST-ONE-TRANSFER UNTIL WSEOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No transfers outstanding or entered today"
           END-IF.

       3010-LIST-ONE-TRANSFER.
           READ TRANSFERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF BT-HELD OR BT-OPEN OR BT-ENTRY-DATE = WS-TODAY-DATE
               OR BT-POSTED-DATE = WS-TODAY-DATE
               ADD 1 TO WS-LIST-COUNT
               MOVE BT-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY BT-NUMBER " " BT-FROM-IDNUM " -> "
                   BT-TO-IDNUM " " WS-AMOUNT-EDIT " " BT-REASON
                   " status " BT-STATUS " by " BT-MAKER
           END-IF.

       4000-GET-NEXT-TRANSFER-NUMBER.
           OPEN INPUT NEXTTRANSFERFILE
           IF WS-NT-STATUS = "00"
               READ NEXTTRANSFERFILE
                   AT END MOVE 1 TO NXT-NEXT-NUMBER
               END-READ
               MOVE NXT-NEXT-NUMBER TO WS-NEXT-TRANSFER
               CLOSE NEXTTRANSFERFILE
           END-IF.

       4100-SAVE-NEXT-TRANSFER-NUMBER.
           OPEN OUTPUT NEXTTRANSFERFILE
           MOVE WS-NEXT-TRANSFER TO NXT-NEXT-NUMBER
           WRITE NEXTTRANSFERRECORD
           CLOSE NEXTTRANSFERFILE.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           MOVE 'N' TO WS-FOUND
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
