            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActivityScan.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNALFILE ASSIGN TO "files/CustomerJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT CHAINFILE ASSIGN TO "files/LogChain.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LCC-KEY
               FILE STATUS IS WS-LC-STATUS.
           SELECT REGISTRYFILE ASSIGN TO "files/PaymentRegistry.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-RG-STATUS.
           SELECT CHECKFILE ASSIGN TO "files/RefundChecks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT HOLDFILE ASSIGN TO "files/RefundHolds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT SCANRPT ASSIGN TO "files/ActivityScan.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNALFILE.
       COPY "CustomerJournal.cpy".

       FD CHAINFILE.
       COPY "LogChainControl.cpy".

       FD REGISTRYFILE.
       COPY "PaymentRegistry.cpy".

       FD CHECKFILE.
       01 CHECKRECORD.
           02 CHK-NUMBER PIC 9(7).
           02 CHK-IDNUM PIC 9(7).
           02 CHK-PAYEE PIC X(52).
           02 CHK-AMOUNT PIC 9(7)V99.
           02 CHK-DATE PIC 9(8).
           02 CHK-STATUS PIC X.
               88 CHK-OUTSTANDING VALUE 'O' ' '.
               88 CHK-CLEARED VALUE 'C'.
               88 CHK-VOIDED VALUE 'V'.
           02 CHK-PRINT-STATUS PIC X.
               88 CHK-PRINT-DUE VALUE 'N'.
               88 CHK-PRINTED VALUE 'P'.
               88 CHK-REPRINT-DUE VALUE 'R'.
               88 CHK-REPRINTED VALUE 'X'.
           02 CHK-PRINT-DATE PIC 9(8).
           02 CHK-ORIGINAL-NUMBER PIC 9(7).

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HOLDFILE.
       COPY "RefundHold.cpy".

       FD SCANRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20). *> optional PARM "DAYS RETURNDAYS"
       01 WS-PARM-1 PIC X(10).
       01 WS-PARM-2 PIC X(10).

      *> A refund within this many days of a contact or bank change
      *> is held; the same span is how far back each night looks.
       01 WS-CHANGE-DAYS PIC 9(3) VALUE 30.
      *> A payment can still come back unpaid for this many days
      *> after it was made.
       01 WS-RETURN-DAYS PIC 9(3) VALUE 15.

       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-TODAY-INT PIC 9(8) COMP-3.
       01 WS-LOOKBACK-INT PIC 9(8) COMP-3.
       01 WS-LOOKBACK-DATE PIC 9(8).
       01 WS-PAY-FROM-INT PIC 9(8) COMP-3.
       01 WS-PAY-FROM-DATE PIC 9(8).
       01 WS-RETURNABLE-INT PIC 9(8) COMP-3.
       01 WS-RETURNABLE-DATE PIC 9(8).
       01 WS-REVERSAL-FROM.
           02 WS-RF-YYYY PIC 9(4).
           02 WS-RF-MM PIC 99.
           02 WS-RF-DD PIC 99.
       01 WS-CHECK-INT PIC 9(8) COMP-3.
       01 WS-PAYMENT-INT PIC 9(8) COMP-3.

       01 WS-EVENT-DATE PIC 9(8).
       01 WS-EVENT-IDNUM PIC 9(7).
       01 WS-EVENT-REC-TYPE PIC X.
           88 WS-EVENT-HEADER VALUE 'H'.
           88 WS-EVENT-ADDRESS VALUE 'A'.
           88 WS-EVENT-PHONE VALUE 'P'.
           88 WS-EVENT-BANK VALUE 'B'.
       01 WS-EVENT-PROGRAM PIC X(10).
           88 WS-PAYMENT-PROGRAM VALUE "PAYMENTPST" "SUSPRETRY "
               "AUTODEBIT ".
           88 WS-REVERSAL-PROGRAM VALUE "REVERSALPS".
       01 WS-COMPARE-LENGTH PIC 99.

      *> The customer image in a journal entry: only the key and the
      *> balance are needed here.
       01 WS-BEFORE-IMAGE.
           02 WS-BI-IDNUM PIC 9(7).
           02 WS-BI-REC-TYPE PIC X.
           02 FILLER PIC XX.
           02 FILLER PIC X(67).
           02 WS-BI-BALANCE PIC S9(7)V99.
           02 FILLER PIC X(74).
       01 WS-AFTER-IMAGE.
           02 WS-AI-IDNUM PIC 9(7).
           02 WS-AI-REC-TYPE PIC X.
           02 FILLER PIC XX.
           02 FILLER PIC X(67).
           02 WS-AI-BALANCE PIC S9(7)V99.
           02 FILLER PIC X(74).

       01 WS-CHANGE-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-CHANGE-IDX PIC 9(4) COMP-3.
       01 WS-CHANGE-HIT PIC 9(4) COMP-3.
       01 WS-CHANGE-FOUND PIC X.
           88 WS-CHANGE-ON-TABLE VALUE 'Y'.
       01 WS-CHANGE-TABLE.
           02 WS-CHG-ENTRY OCCURS 1000 TIMES.
               03 WS-CHG-IDNUM PIC 9(7).
               03 WS-CHG-DATE PIC 9(8).

       01 WS-REVERSAL-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-REVERSAL-IDX PIC 9(4) COMP-3.
       01 WS-REVERSAL-HIT PIC 9(4) COMP-3.
       01 WS-REVERSAL-FOUND PIC X.
           88 WS-REVERSAL-ON-TABLE VALUE 'Y'.
       01 WS-REVERSAL-TABLE.
           02 WS-RVL-ENTRY OCCURS 500 TIMES.
               03 WS-RVL-IDNUM PIC 9(7).
               03 WS-RVL-PERIOD PIC 9(6).
               03 WS-RVL-TIMES PIC 9(3).
               03 WS-RVL-LAST-DATE PIC 9(8).

       01 WS-PAYMENT-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-PAYMENT-IDX PIC 9(4) COMP-3.
       01 WS-PAYMENT-TABLE.
           02 WS-PMT-ENTRY OCCURS 2000 TIMES.
               03 WS-PMT-IDNUM PIC 9(7).
               03 WS-PMT-DATE PIC 9(8).

       01 WS-TABLE-FULL-SWITCH PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.

       01 WS-HOLD-IDNUM PIC 9(7).
       01 WS-HOLD-REASON PIC X.
       01 WS-HOLD-EVENT-DATE PIC 9(8).
       01 WS-HOLD-DETAIL PIC X(40).
       01 WS-HOLD-FOUND PIC X.
           88 WS-HOLD-ON-FILE VALUE 'Y'.
       01 WS-RAISED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TIMES-EDIT PIC ZZ9.

       01 PAGEHEADING.
           02 FILLER PIC X(37)
               VALUE "Suspicious account activity scan of ".
           02 PRNRUNDATE PIC 9(8).
       01 SUBHEADING.
           02 FILLER PIC X(24) VALUE "Contact change window: ".
           02 PRNCHANGEDAYS PIC ZZ9.
           02 FILLER PIC X(27) VALUE " days   Return window:    ".
           02 PRNRETURNDAYS PIC ZZ9.
           02 FILLER PIC X(5) VALUE " days".
       01 HEADS.
           02 FILLER PIC X(49)
               VALUE "Customer Name".
           02 FILLER PIC X(51)
               VALUE "R Event    Reason held".
       01 HOLDLINE.
           02 PRNCUSTID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCUSTNAME PIC X(40).
           02 PRNREASON PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PRNEVENTDATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNDETAIL PIC X(40).
       01 FOOTINGLINE.
           02 FILLER PIC X(30) VALUE "Accounts held from refunds: ".
           02 PRNRAISEDCOUNT PIC ZZ,ZZ9.

       01 WS-JF-STATUS PIC XX.
       01 WS-LC-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-CK-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-SC-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Nightly look for the patterns that go with refund fraud and
      *> account takeover. Each account found is put on hold in the
      *> refund holds file and RefundRun passes it over until a
      *> reviewer clears the hold in RefundHoldReview:
      *>   C - an address, phone or bank change followed by a refund
      *>       within the change window, or a credit balance sitting
      *>       on an account changed inside the window;
      *>   O - a payment that took a zero balance into credit;
      *>   V - two or more payment reversals in a calendar month;
      *>   W - a refund issued, or a credit balance waiting, while a
      *>       payment is still inside the return window.
      *> A cleared hold is only raised again by a later event.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
                   INTO WS-PARM-1, WS-PARM-2
               END-UNSTRING
               IF WS-PARM-1 NOT = SPACES
                   COMPUTE WS-CHANGE-DAYS = FUNCTION NUMVAL(WS-PARM-1)
               END-IF
               IF WS-PARM-2 NOT = SPACES
                   COMPUTE WS-RETURN-DAYS = FUNCTION NUMVAL(WS-PARM-2)
               END-IF
           END-IF
           PERFORM 0100-SET-WINDOWS
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O HOLDFILE
           IF WS-RH-STATUS = "35"
               OPEN OUTPUT HOLDFILE
               CLOSE HOLDFILE
               OPEN I-O HOLDFILE
           END-IF
           IF WS-RH-STATUS NOT = "00"
               MOVE "HOLDFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-RH-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT SCANRPT
           IF WS-SC-STATUS NOT = "00"
               MOVE "SCANRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-SC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-CD-DATE TO PRNRUNDATE
           MOVE WS-CHANGE-DAYS TO PRNCHANGEDAYS
           MOVE WS-RETURN-DAYS TO PRNRETURNDAYS
           WRITE PRINTLINE FROM PAGEHEADING
           WRITE PRINTLINE FROM SUBHEADING
           WRITE PRINTLINE FROM HEADS AFTER ADVANCING 2 LINES
           PERFORM 0200-CHECK-JOURNAL-CHAIN
           PERFORM 1000-SCAN-JOURNAL
           PERFORM 2000-SCAN-REGISTRY
           PERFORM 3000-SCAN-REFUND-CHECKS
           PERFORM 4000-CHECK-PENDING-REFUNDS
           MOVE WS-RAISED-COUNT TO PRNRAISEDCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           CLOSE CUSTOMERFILE
           CLOSE HOLDFILE
           CLOSE SCANRPT
           IF WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Activity scan " WS-CD-DATE " - "
               WS-CHANGE-COUNT " contact changes, "
               WS-PAYMENT-COUNT " recent payments, "
               WS-RAISED-COUNT " accounts held from refunds"
           GOBACK.

      *> The journal is the evidence behind this report; if its
      *> last chain check failed, the report says so up front.
       0200-CHECK-JOURNAL-CHAIN.
           OPEN INPUT CHAINFILE
           IF WS-LC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO LCC-LOG-ID
           READ CHAINFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LCC-CHAIN-BROKEN
                       MOVE SPACES TO PRINTLINE
                       STRING "WARNING - the customer journal failed "
                               DELIMITED BY SIZE
                           "its chain check on " DELIMITED BY SIZE
                           LCC-VERIFY-DATE DELIMITED BY SIZE
                           " - entries may have been altered, see "
                               DELIMITED BY SIZE
                           "files/ChainVerify.rpt" DELIMITED BY SIZE
                           INTO PRINTLINE
                       WRITE PRINTLINE AFTER ADVANCING 2 LINES
                       DISPLAY "WARNING - customer journal failed its "
                           "chain check on " LCC-VERIFY-DATE
                   END-IF
           END-READ
           CLOSE CHAINFILE.

      *> Reversals are counted from the start of last month, so a
      *> pair straddling the night the month turns is still seen.
       0100-SET-WINDOWS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CD-DATE)
           COMPUTE WS-LOOKBACK-INT = WS-TODAY-INT - WS-CHANGE-DAYS
           COMPUTE WS-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INT)
           COMPUTE WS-PAY-FROM-INT = WS-LOOKBACK-INT - WS-RETURN-DAYS
           COMPUTE WS-PAY-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PAY-FROM-INT)
           COMPUTE WS-RETURNABLE-INT = WS-TODAY-INT - WS-RETURN-DAYS
           COMPUTE WS-RETURNABLE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RETURNABLE-INT)
           MOVE WS-CD-DATE TO WS-REVERSAL-FROM
           MOVE 1 TO WS-RF-DD
           IF WS-RF-MM = 1
               MOVE 12 TO WS-RF-MM
               SUBTRACT 1 FROM WS-RF-YYYY
           ELSE
               SUBTRACT 1 FROM WS-RF-MM
           END-IF.

       1000-SCAN-JOURNAL.
           OPEN INPUT JOURNALFILE
           IF WS-JF-STATUS NOT = "00"
               DISPLAY "No customer journal - status " WS-JF-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1010-READ-ONE-ENTRY UNTIL WSEOF
           CLOSE JOURNALFILE.

       1010-READ-ONE-ENTRY.
           READ JOURNALFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-TIMESTAMP(1:8) TO WS-EVENT-DATE
           MOVE JRN-PROGRAM TO WS-EVENT-PROGRAM
           MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE TO WS-AFTER-IMAGE
           IF JRN-IS-DELETE
               MOVE WS-BI-IDNUM TO WS-EVENT-IDNUM
               MOVE WS-BI-REC-TYPE TO WS-EVENT-REC-TYPE
           ELSE
               MOVE WS-AI-IDNUM TO WS-EVENT-IDNUM
               MOVE WS-AI-REC-TYPE TO WS-EVENT-REC-TYPE
           END-IF
           EVALUATE TRUE
               WHEN WS-EVENT-ADDRESS
                   MOVE 52 TO WS-COMPARE-LENGTH
                   PERFORM 1100-CHECK-CONTACT-CHANGE
               WHEN WS-EVENT-PHONE
                   MOVE 45 TO WS-COMPARE-LENGTH
                   PERFORM 1100-CHECK-CONTACT-CHANGE
               WHEN WS-EVENT-BANK
                   MOVE 26 TO WS-COMPARE-LENGTH
                   PERFORM 1100-CHECK-CONTACT-CHANGE
               WHEN WS-EVENT-HEADER AND JRN-IS-REWRITE
                   PERFORM 1200-CHECK-BALANCE-MOVE
           END-EVALUATE.

      *> Only the street, phone, e-mail or bank details count as a
      *> change; returned-mail and verification flags do not.
       1100-CHECK-CONTACT-CHANGE.
           IF WS-EVENT-DATE < WS-LOOKBACK-DATE
               EXIT PARAGRAPH
           END-IF
           IF JRN-BEFORE-IMAGE(11:WS-COMPARE-LENGTH) =
               JRN-AFTER-IMAGE(11:WS-COMPARE-LENGTH)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CHANGE-FOUND
           PERFORM 1110-MATCH-CHANGE-ENTRY
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-ON-TABLE
               OR WS-CHANGE-IDX > WS-CHANGE-COUNT
           IF WS-CHANGE-ON-TABLE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE-COUNT < 1000
               ADD 1 TO WS-CHANGE-COUNT
               MOVE WS-EVENT-IDNUM TO WS-CHG-IDNUM(WS-CHANGE-COUNT)
               MOVE WS-EVENT-DATE TO WS-CHG-DATE(WS-CHANGE-COUNT)
           ELSE
               PERFORM 1900-TABLE-FULL
           END-IF.

      *> The journal is in date order, so the first change kept for
      *> a customer is the earliest inside the window.
       1110-MATCH-CHANGE-ENTRY.
           IF WS-CHG-IDNUM(WS-CHANGE-IDX) = WS-EVENT-IDNUM
               MOVE 'Y' TO WS-CHANGE-FOUND
               MOVE WS-CHANGE-IDX TO WS-CHANGE-HIT
           END-IF.

       1200-CHECK-BALANCE-MOVE.
           IF WS-REVERSAL-PROGRAM
               AND WS-EVENT-DATE NOT < WS-REVERSAL-FROM
               PERFORM 1300-COUNT-REVERSAL
           END-IF
           IF WS-PAYMENT-PROGRAM
               AND WS-EVENT-DATE NOT < WS-LOOKBACK-DATE
               AND WS-BI-BALANCE = ZERO
               AND WS-AI-BALANCE > ZERO
               MOVE WS-EVENT-IDNUM TO WS-HOLD-IDNUM
               MOVE 'O' TO WS-HOLD-REASON
               MOVE WS-EVENT-DATE TO WS-HOLD-EVENT-DATE
               MOVE "PAYMENT TOOK ZERO BALANCE INTO CREDIT"
                   TO WS-HOLD-DETAIL
               PERFORM 8000-RAISE-HOLD
           END-IF.

      *> ReversalPost rewrites the customer once for each payment it
      *> backs out, so each of its journal entries is one reversal.
       1300-COUNT-REVERSAL.
           MOVE 'N' TO WS-REVERSAL-FOUND
           PERFORM 1310-MATCH-REVERSAL-ENTRY
               VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-ON-TABLE
               OR WS-REVERSAL-IDX > WS-REVERSAL-COUNT
           IF WS-REVERSAL-ON-TABLE
               MOVE WS-REVERSAL-HIT TO WS-REVERSAL-IDX
           ELSE
               IF WS-REVERSAL-COUNT < 500
                   ADD 1 TO WS-REVERSAL-COUNT
                   MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-IDX
                   MOVE WS-EVENT-IDNUM
                       TO WS-RVL-IDNUM(WS-REVERSAL-IDX)
                   MOVE WS-EVENT-DATE(1:6)
                       TO WS-RVL-PERIOD(WS-REVERSAL-IDX)
                   MOVE ZERO TO WS-RVL-TIMES(WS-REVERSAL-IDX)
                   MOVE 'Y' TO WS-REVERSAL-FOUND
               ELSE
                   PERFORM 1900-TABLE-FULL
               END-IF
           END-IF
           IF WS-REVERSAL-ON-TABLE
               ADD 1 TO WS-RVL-TIMES(WS-REVERSAL-IDX)
               MOVE WS-EVENT-DATE TO WS-RVL-LAST-DATE(WS-REVERSAL-IDX)
           END-IF.

       1310-MATCH-REVERSAL-ENTRY.
           IF WS-RVL-IDNUM(WS-REVERSAL-IDX) = WS-EVENT-IDNUM
               AND WS-RVL-PERIOD(WS-REVERSAL-IDX) =
                   WS-EVENT-DATE(1:6)
               MOVE 'Y' TO WS-REVERSAL-FOUND
               MOVE WS-REVERSAL-IDX TO WS-REVERSAL-HIT
           END-IF.

       1900-TABLE-FULL.
           IF NOT WS-TABLE-FULL
               DISPLAY "Activity scan table full - later entries for "
                   "customer " WS-EVENT-IDNUM " onwards not scanned"
               SET WS-TABLE-FULL TO TRUE
           END-IF.

      *> Every payment still standing that could matter to a refund
      *> in the window - made no earlier than the return window
      *> before the oldest date looked at.
       2000-SCAN-REGISTRY.
           OPEN INPUT REGISTRYFILE
           IF WS-RG-STATUS NOT = "00"
               DISPLAY "No payment registry - status " WS-RG-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2010-READ-ONE-PAYMENT UNTIL WSEOF
           CLOSE REGISTRYFILE.

       2010-READ-ONE-PAYMENT.
           READ REGISTRYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF PRG-POSTED
                       AND PRG-PAY-DATE NOT < WS-PAY-FROM-DATE
                       PERFORM 2100-KEEP-PAYMENT
                   END-IF
           END-READ.

       2100-KEEP-PAYMENT.
           IF WS-PAYMENT-COUNT < 2000
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE PRG-IDNUM TO WS-PMT-IDNUM(WS-PAYMENT-COUNT)
               MOVE PRG-PAY-DATE TO WS-PMT-DATE(WS-PAYMENT-COUNT)
           ELSE
               MOVE PRG-IDNUM TO WS-EVENT-IDNUM
               PERFORM 1900-TABLE-FULL
           END-IF.

       3000-SCAN-REFUND-CHECKS.
           OPEN INPUT CHECKFILE
           IF WS-CK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3010-READ-ONE-CHECK UNTIL WSEOF
           CLOSE CHECKFILE.

       3010-READ-ONE-CHECK.
           READ CHECKFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF CHK-DATE NOT < WS-LOOKBACK-DATE
                       AND NOT CHK-VOIDED
                       PERFORM 3100-CHECK-REFUND
                   END-IF
           END-READ.

       3100-CHECK-REFUND.
           MOVE CHK-IDNUM TO WS-EVENT-IDNUM
           MOVE 'N' TO WS-CHANGE-FOUND
           PERFORM 1110-MATCH-CHANGE-ENTRY
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-ON-TABLE
               OR WS-CHANGE-IDX > WS-CHANGE-COUNT
           IF WS-CHANGE-ON-TABLE
               AND WS-CHG-DATE(WS-CHANGE-HIT) NOT > CHK-DATE
               MOVE CHK-IDNUM TO WS-HOLD-IDNUM
               MOVE 'C' TO WS-HOLD-REASON
               MOVE WS-CHG-DATE(WS-CHANGE-HIT) TO WS-HOLD-EVENT-DATE
               MOVE SPACES TO WS-HOLD-DETAIL
               STRING "CHECK " DELIMITED BY SIZE
                   CHK-NUMBER DELIMITED BY SIZE
                   " AFTER CONTACT CHANGE" DELIMITED BY SIZE
                   INTO WS-HOLD-DETAIL
               PERFORM 8000-RAISE-HOLD
           END-IF
           COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE(CHK-DATE)
           PERFORM 3110-MATCH-RETURNABLE-PAYMENT
               VARYING WS-PAYMENT-IDX FROM 1 BY 1
               UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT.

       3110-MATCH-RETURNABLE-PAYMENT.
           IF WS-PMT-IDNUM(WS-PAYMENT-IDX) NOT = CHK-IDNUM
               OR WS-PMT-DATE(WS-PAYMENT-IDX) > CHK-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAYMENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-PMT-DATE(WS-PAYMENT-IDX))
           IF WS-CHECK-INT - WS-PAYMENT-INT NOT > WS-RETURN-DAYS
               MOVE CHK-IDNUM TO WS-HOLD-IDNUM
               MOVE 'W' TO WS-HOLD-REASON
               MOVE CHK-DATE TO WS-HOLD-EVENT-DATE
               MOVE SPACES TO WS-HOLD-DETAIL
               STRING "CHECK " DELIMITED BY SIZE
                   CHK-NUMBER DELIMITED BY SIZE
                   " INSIDE RETURN WINDOW" DELIMITED BY SIZE
                   INTO WS-HOLD-DETAIL
               PERFORM 8000-RAISE-HOLD
           END-IF.

      *> Accounts that the next RefundRun would pay out on: a credit
      *> balance after a recent contact change or while a payment
      *> can still be returned, and repeated reversals.
       4000-CHECK-PENDING-REFUNDS.
           PERFORM 4100-CHECK-CHANGED-ACCOUNT
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
           PERFORM 4200-CHECK-RETURNABLE-ACCOUNT
               VARYING WS-PAYMENT-IDX FROM 1 BY 1
               UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
           PERFORM 4300-CHECK-REVERSAL-COUNT
               VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT.

       4100-CHECK-CHANGED-ACCOUNT.
           MOVE WS-CHG-IDNUM(WS-CHANGE-IDX) TO WS-HOLD-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF WS-CF-STATUS = "00" AND BALANCE > ZERO
               MOVE 'C' TO WS-HOLD-REASON
               MOVE WS-CHG-DATE(WS-CHANGE-IDX) TO WS-HOLD-EVENT-DATE
               MOVE "CREDIT BALANCE AFTER CONTACT CHANGE"
                   TO WS-HOLD-DETAIL
               PERFORM 8000-RAISE-HOLD
           END-IF.

       4200-CHECK-RETURNABLE-ACCOUNT.
           IF WS-PMT-DATE(WS-PAYMENT-IDX) < WS-RETURNABLE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PMT-IDNUM(WS-PAYMENT-IDX) TO WS-HOLD-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF WS-CF-STATUS = "00" AND BALANCE > ZERO
               MOVE 'W' TO WS-HOLD-REASON
               MOVE WS-PMT-DATE(WS-PAYMENT-IDX) TO WS-HOLD-EVENT-DATE
               MOVE "CREDIT WHILE PAYMENT STILL RETURNABLE"
                   TO WS-HOLD-DETAIL
               PERFORM 8000-RAISE-HOLD
           END-IF.

       4300-CHECK-REVERSAL-COUNT.
           IF WS-RVL-TIMES(WS-REVERSAL-IDX) < 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RVL-IDNUM(WS-REVERSAL-IDX) TO WS-HOLD-IDNUM
           MOVE 'V' TO WS-HOLD-REASON
           MOVE WS-RVL-LAST-DATE(WS-REVERSAL-IDX) TO WS-HOLD-EVENT-DATE
           MOVE WS-RVL-TIMES(WS-REVERSAL-IDX) TO WS-TIMES-EDIT
           MOVE SPACES TO WS-HOLD-DETAIL
           STRING WS-TIMES-EDIT DELIMITED BY SIZE
               " PAYMENT REVERSALS IN " DELIMITED BY SIZE
               WS-RVL-PERIOD(WS-REVERSAL-IDX) DELIMITED BY SIZE
               INTO WS-HOLD-DETAIL
           PERFORM 8000-RAISE-HOLD.

       5000-READ-CUSTOMER-HEADER.
           MOVE WS-HOLD-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *> An open hold stays as it is; a cleared one is opened again
      *> only for an event later than the one it was cleared on.
       8000-RAISE-HOLD.
           MOVE WS-HOLD-IDNUM TO RFH-IDNUM
           MOVE WS-HOLD-REASON TO RFH-REASON
           MOVE 'N' TO WS-HOLD-FOUND
           READ HOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND
           END-READ
           IF WS-HOLD-ON-FILE
               IF RFH-OPEN
                   OR WS-HOLD-EVENT-DATE NOT > RFH-EVENT-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-HOLD-IDNUM TO RFH-IDNUM
           MOVE WS-HOLD-REASON TO RFH-REASON
           MOVE WS-HOLD-EVENT-DATE TO RFH-EVENT-DATE
           MOVE WS-CD-DATE TO RFH-RAISED-DATE
           SET RFH-OPEN TO TRUE
           MOVE SPACES TO RFH-CLEARED-BY
           MOVE ZERO TO RFH-CLEARED-DATE
           MOVE WS-HOLD-DETAIL TO RFH-DETAIL
           IF WS-HOLD-ON-FILE
               REWRITE REFUNDHOLDRECORD
                   INVALID KEY
                       DISPLAY "Refund hold rewrite failed for "
                           "customer " WS-HOLD-IDNUM
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE REFUNDHOLDRECORD
                   INVALID KEY
                       DISPLAY "Refund hold write failed for "
                           "customer " WS-HOLD-IDNUM
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO WS-RAISED-COUNT
           PERFORM 8100-REPORT-HOLD.

       8100-REPORT-HOLD.
           MOVE SPACES TO HOLDLINE
           MOVE WS-HOLD-IDNUM TO PRNCUSTID
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF WS-CF-STATUS = "00"
               STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                   INTO PRNCUSTNAME
           ELSE
               MOVE "NOT ON FILE" TO PRNCUSTNAME
           END-IF
           MOVE WS-HOLD-REASON TO PRNREASON
           MOVE WS-HOLD-EVENT-DATE TO PRNEVENTDATE
           MOVE WS-HOLD-DETAIL TO PRNDETAIL
           WRITE PRINTLINE FROM HOLDLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
