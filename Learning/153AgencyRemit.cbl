            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyRemit.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITFILE ASSIGN TO "files/AgencyRemit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT AGENCYFILE ASSIGN TO "files/Agencies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGF-STATUS.
           SELECT PAYMENTFILE ASSIGN TO "files/Payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT REMITRPT ASSIGN TO "files/AgencyRemit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REMITFILE.
       COPY "AgencyRemit.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD AGENCYFILE.
       COPY "AgencyRecord.cpy".

       FD PAYMENTFILE.
       01 PAYMENTRECORD.
           02 PAY-IDNUM PIC 9(7).
           02 PAY-AMOUNT PIC S9(7)V99.
           02 PAY-DATE PIC 9(8).
           02 PAY-REFERENCE PIC X(12).
           02 PAY-CURRENCY PIC X(3).
           02 PAY-FOREIGN-AMOUNT PIC S9(7)V99.

       FD REMITRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SCAN-EOF VALUE 'Y'.
       01 WS-TRAILER-SWITCH PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-PLACEMENT-SWITCH PIC X.
           88 WS-PLACEMENT-FOUND VALUE 'Y'.

       01 WS-TODAY PIC 9(8).
       01 WS-PLACEMENT-SEQ PIC 99.
       01 WS-ITEM-NET PIC S9(7)V99.

       01 WS-ACTUAL-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ACTUAL-GROSS PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ACTUAL-NET PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-EXPECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPECTED-GROSS PIC 9(9)V99 VALUE ZERO.
       01 WS-EXPECTED-NET PIC 9(9)V99 VALUE ZERO.

       01 WS-POSTED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-VARIANCE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-POSTED-GROSS PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-POSTED-COMMISSION PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-CONTRACT-RATE PIC 99V99.
       01 WS-CONTRACT-COMMISSION PIC S9(7)V99.

       01 WS-AGENCY-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-AGENCY-IDX PIC 99 COMP-3.
       01 WS-AGENCY-HIT PIC 99 COMP-3.
       01 WS-AGENCY-TABLE.
           02 WS-AGENCY-ENTRY OCCURS 50 TIMES.
               03 WS-AG-CODE PIC X(4).
               03 WS-AG-RATE-PRE PIC 99V99.
               03 WS-AG-RATE-POST PIC 99V99.

       01 WS-GL-RUN-TYPE PIC X(3) VALUE "AGC".
       01 WS-GL-POST-DATE PIC 9(8).
       01 WS-GL-AMOUNT PIC S9(9)V99.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "AGENCYRMT".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 HEADS PIC X(100) VALUE
           "Agcy IDNum    Collected         Gross    Commission           Net  Result".
       01 DETAILLINE.
           02 PRNAGENCY PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNGROSS PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNCOMMISSION PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNNET PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRESULT PIC X(30).
       01 FOOTINGLINE.
           02 FILLER PIC X(14) VALUE "Items posted: ".
           02 PRNPOSTED PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  unmatched: ".
           02 PRNUNMATCHED PIC ZZZZ9.
           02 FILLER PIC X(24) VALUE
               "  commission variances: ".
           02 PRNVARIANCES PIC ZZZZ9.
       01 TOTALLINE.
           02 FILLER PIC X(14) VALUE "Gross posted: ".
           02 PRNTOTGROSS PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(15) VALUE "  commission: ".
           02 PRNTOTCOMMISSION PIC $$$,$$$,$$9.99.

       01 WS-RM-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-AGF-STATUS PIC XX.
       01 WS-PY-STATUS PIC XX.
       01 WS-RR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Takes in an agency's monthly remittance. The agency keeps
      *> its commission and sends the net, so each item is posted
      *> to the customer gross through Payments.dat for PaymentPost
      *> and the commission total is booked to expense through
      *> GLPost. Items are matched to the customer's placement with
      *> that agency - recalled placements still take collections
      *> made before the recall - and anything without a placement
      *> goes to the report unposted. Commission is checked against
      *> the agency's contract rate for pre- or post-write-off work.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - AgencyRemit ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT REMITFILE
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "No agency remittance at files/AgencyRemit.dat"
                   " - status " WS-RM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-PROVE-REMIT-TRAILER UNTIL WSEOF
           CLOSE REMITFILE
           IF NOT WS-TRAILER-SEEN
               DISPLAY "Remittance has no trailer - file rejected, "
                   "nothing posted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT
               OR WS-ACTUAL-GROSS NOT = WS-EXPECTED-GROSS
               OR WS-ACTUAL-NET NOT = WS-EXPECTED-NET
               DISPLAY "Remittance trailer does not prove: counted "
                   WS-ACTUAL-COUNT " gross " WS-ACTUAL-GROSS
                   " net " WS-ACTUAL-NET " but trailer says "
                   WS-EXPECTED-COUNT " gross " WS-EXPECTED-GROSS
                   " net " WS-EXPECTED-NET
                   " - file rejected, nothing posted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-AGENCIES
           OPEN INPUT REMITFILE
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN EXTEND PAYMENTFILE
           IF WS-PY-STATUS = "35"
               OPEN OUTPUT PAYMENTFILE
           END-IF
           IF WS-PY-STATUS NOT = "00"
               MOVE "PAYMENTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PY-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT REMITRPT
           IF WS-RR-STATUS NOT = "00"
               MOVE "REMITRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-RR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           WRITE PRINTLINE FROM HEADS
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2000-POST-ONE-ITEM UNTIL WSEOF
           MOVE WS-POSTED-COUNT TO PRNPOSTED
           MOVE WS-UNMATCHED-COUNT TO PRNUNMATCHED
           MOVE WS-VARIANCE-COUNT TO PRNVARIANCES
           WRITE PRINTLINE FROM FOOTINGLINE
           MOVE WS-POSTED-GROSS TO PRNTOTGROSS
           MOVE WS-POSTED-COMMISSION TO PRNTOTCOMMISSION
           WRITE PRINTLINE FROM TOTALLINE
           CLOSE REMITFILE
           CLOSE CUSTOMERFILE
           CLOSE PAYMENTFILE
           CLOSE REMITRPT
           IF WS-POSTED-COMMISSION NOT = ZERO
               MOVE WS-TODAY TO WS-GL-POST-DATE
               MOVE WS-POSTED-COMMISSION TO WS-GL-AMOUNT
               CALL 'GLPost' USING WS-GL-RUN-TYPE, WS-GL-POST-DATE,
                   WS-GL-AMOUNT
           END-IF
           DISPLAY "Agency remittance complete - " WS-POSTED-COUNT
               " items posted gross, " WS-UNMATCHED-COUNT
               " unmatched, " WS-VARIANCE-COUNT
               " commission variances - see files/AgencyRemit.rpt"
           GOBACK.

      *> Nothing is taken from the agency file until the trailer's
      *> item count, gross and net totals prove against the details.
       1000-PROVE-REMIT-TRAILER.
           READ REMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF ARM-IS-DETAIL
                       ADD 1 TO WS-ACTUAL-COUNT
                       ADD ARM-GROSS TO WS-ACTUAL-GROSS
                       COMPUTE WS-ACTUAL-NET = WS-ACTUAL-NET
                           + ARM-GROSS - ARM-COMMISSION
                   END-IF
                   IF ARM-IS-TRAILER
                       MOVE 'Y' TO WS-TRAILER-SWITCH
                       MOVE ARM-ITEM-COUNT TO WS-EXPECTED-COUNT
                       MOVE ARM-GROSS-TOTAL TO WS-EXPECTED-GROSS
                       MOVE ARM-NET-TOTAL TO WS-EXPECTED-NET
                   END-IF
           END-READ.

       0100-LOAD-AGENCIES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AGENCYFILE
           IF WS-AGF-STATUS NOT = "00"
               DISPLAY "No agency file at files/Agencies.dat - "
                   "commission cannot be checked"
           ELSE
               PERFORM 0110-LOAD-ONE-AGENCY UNTIL WSEOF
               CLOSE AGENCYFILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       0110-LOAD-ONE-AGENCY.
           READ AGENCYFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WS-AGENCY-COUNT < 50
                       ADD 1 TO WS-AGENCY-COUNT
                       MOVE WS-AGENCY-COUNT TO WS-AGENCY-IDX
                       MOVE AGY-CODE TO WS-AG-CODE(WS-AGENCY-IDX)
                       MOVE AGY-RATE-PRE
                           TO WS-AG-RATE-PRE(WS-AGENCY-IDX)
                       MOVE AGY-RATE-POST
                           TO WS-AG-RATE-POST(WS-AGENCY-IDX)
                   END-IF
           END-READ.

       2000-POST-ONE-ITEM.
           READ REMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF ARM-IS-DETAIL
                       PERFORM 2100-MATCH-AND-POST
                   END-IF
           END-READ.

       2100-MATCH-AND-POST.
           COMPUTE WS-ITEM-NET = ARM-GROSS - ARM-COMMISSION
           MOVE ARM-AGENCY TO PRNAGENCY
           MOVE ARM-IDNUM TO PRNIDNUM
           MOVE ARM-COLLECT-DATE TO PRNDATE
           MOVE ARM-GROSS TO PRNGROSS
           MOVE ARM-COMMISSION TO PRNCOMMISSION
           MOVE WS-ITEM-NET TO PRNNET
           PERFORM 2200-FIND-PLACEMENT
           IF NOT WS-PLACEMENT-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "NOT PLACED WITH AGENCY" TO PRNRESULT
               WRITE PRINTLINE FROM DETAILLINE
               EXIT PARAGRAPH
           END-IF
           MOVE ARM-IDNUM TO CC-IDNUM
           MOVE 'C' TO CC-REC-TYPE
           MOVE WS-PLACEMENT-SEQ TO CC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "PLACEMENT COULD NOT BE READ" TO PRNRESULT
                   WRITE PRINTLINE FROM DETAILLINE
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           ADD ARM-GROSS TO CC-GROSS-COLLECTED
           ADD ARM-COMMISSION TO CC-COMMISSION
           MOVE ARM-COLLECT-DATE TO CC-LAST-REMIT-DATE
           REWRITE CUSTOMER-PLACEMENT-REC
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "PLACEMENT NOT UPDATED" TO PRNRESULT
                   WRITE PRINTLINE FROM DETAILLINE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 9500-JOURNAL-REWRITE
           MOVE ARM-IDNUM TO PAY-IDNUM
           MOVE ARM-GROSS TO PAY-AMOUNT
           MOVE ARM-COLLECT-DATE TO PAY-DATE
           MOVE SPACES TO PAY-REFERENCE
           STRING "AGENCY " DELIMITED BY SIZE
               ARM-AGENCY DELIMITED BY SIZE
               INTO PAY-REFERENCE
           MOVE SPACES TO PAY-CURRENCY
           MOVE ZERO TO PAY-FOREIGN-AMOUNT
           WRITE PAYMENTRECORD
           ADD 1 TO WS-POSTED-COUNT
           ADD ARM-GROSS TO WS-POSTED-GROSS
           ADD ARM-COMMISSION TO WS-POSTED-COMMISSION
           PERFORM 2300-CHECK-COMMISSION
           WRITE PRINTLINE FROM DETAILLINE.

      *> The customer's latest placement with the remitting agency,
      *> whether still placed or since recalled.
       2200-FIND-PLACEMENT.
           MOVE 'N' TO WS-PLACEMENT-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ARM-IDNUM TO CC-IDNUM
           MOVE 'C' TO CC-REC-TYPE
           MOVE ZERO TO CC-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2210-CHECK-ONE-PLACEMENT UNTIL WS-SCAN-EOF.

       2210-CHECK-ONE-PLACEMENT.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF WS-SCAN-EOF
               EXIT PARAGRAPH
           END-IF
           IF CC-IDNUM NOT = ARM-IDNUM OR CC-REC-TYPE NOT = 'C'
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CC-AGENCY = ARM-AGENCY
               SET WS-PLACEMENT-FOUND TO TRUE
               MOVE CC-SEQ TO WS-PLACEMENT-SEQ
           END-IF.

       2300-CHECK-COMMISSION.
           MOVE "POSTED" TO PRNRESULT
           MOVE ZERO TO WS-AGENCY-HIT
           PERFORM 2310-MATCH-ONE-AGENCY
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
                   OR WS-AGENCY-HIT > ZERO
           IF WS-AGENCY-HIT = ZERO
               MOVE "POSTED - AGENCY RATE UNKNOWN" TO PRNRESULT
               EXIT PARAGRAPH
           END-IF
           IF CC-POST-WRITEOFF
               MOVE WS-AG-RATE-POST(WS-AGENCY-HIT) TO WS-CONTRACT-RATE
           ELSE
               MOVE WS-AG-RATE-PRE(WS-AGENCY-HIT) TO WS-CONTRACT-RATE
           END-IF
           COMPUTE WS-CONTRACT-COMMISSION ROUNDED =
               ARM-GROSS * WS-CONTRACT-RATE / 100
           IF ARM-COMMISSION NOT = WS-CONTRACT-COMMISSION
               ADD 1 TO WS-VARIANCE-COUNT
               MOVE "POSTED - COMMISSION VARIANCE" TO PRNRESULT
           END-IF.

       2310-MATCH-ONE-AGENCY.
           IF WS-AG-CODE(WS-AGENCY-IDX) = ARM-AGENCY
               MOVE WS-AGENCY-IDX TO WS-AGENCY-HIT
           END-IF.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
