            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EdiAckIn.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIINFILE ASSIGN TO "files/Edi997In.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EI-STATUS.
           SELECT EDILOGFILE ASSIGN TO "files/EdiInvoiceLog.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EDL-KEY
               FILE STATUS IS WS-EL-STATUS.
           SELECT ACKRPT ASSIGN TO "files/EdiAckStatus.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EDIINFILE.
       01 EDIINLINE PIC X(512).

       FD EDILOGFILE.
       COPY "EdiInvoiceLog.cpy".

       FD ACKRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-LOG-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-LOG-EOF VALUE 'Y'.
       01 WS-INVOICE-GROUP-SWITCH PIC X VALUE 'N'.
           88 WS-INVOICE-GROUP VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20).
       01 WS-ACK-DAYS PIC 9(3) VALUE 2.

       01 WS-IN-LENGTH PIC 9(3) COMP-3.
       01 WS-IN-PTR PIC 9(3) COMP-3.
       01 WS-SEGMENT PIC X(256).
       01 WS-ELEMENTS.
           02 WS-EL PIC X(40) OCCURS 10 TIMES.
       01 WS-SEG-ID PIC X(3).

       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(8) COMP-3.
       01 WS-AGE-DAYS PIC S9(5) COMP-3.
       01 WS-ISA-SENDER PIC X(15).
       01 WS-ACK-GROUP PIC 9(9).
       01 WS-ACK-INVOICE PIC 9(7).
       01 WS-ACK-SET-COUNT PIC 9(5) COMP-3.
       01 WS-AK5-STATUS PIC X.
       01 WS-AK5-CODE PIC X(3).
       01 WS-NEW-STATUS PIC X.

       01 WS-ACK-APPLIED PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ACK-UNMATCHED PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 HEADS.
           02 FILLER PIC X(34) VALUE
               "Invoice  IdNum   Partner          ".
           02 FILLER PIC X(31) VALUE
               "Control   Sent      Age  Status".
       01 DETAILLINE.
           02 PRNINVOICE PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNPARTNER PIC X(15).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNCONTROL PIC 9(9).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSENT PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNAGE PIC ZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSTATUS PIC X(40).
       01 ACKLINE.
           02 FILLER PIC X(5) VALUE "997: ".
           02 PRNACKTEXT PIC X(95).
       01 FOOTINGLINE.
           02 FILLER PIC X(18) VALUE "Acks applied:     ".
           02 PRNAPPLIED PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  unmatched:  ".
           02 PRNUNMATCHED PIC ZZZZ9.
           02 FILLER PIC X(21) VALUE "  never acknowledged:".
           02 PRNPENDING PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  overdue:  ".
           02 PRNOVERDUE PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  rejected:  ".
           02 PRNREJECTED PIC ZZZZ9.

       01 WS-EI-STATUS PIC XX.
       01 WS-EL-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Applies trading partners' 997 functional acknowledgements
      *> to the EDI invoice log, then lists every 810 that has not
      *> been accepted: still waiting, overdue (no 997 within the
      *> acknowledgement window, default 2 days, PARM "nnn" to
      *> change it) or rejected. A rejected invoice is picked up
      *> again by the next EdiInvoiceOut run. An AK5 names the
      *> invoice by its set control number; a group rejected as a
      *> whole with no AK2 detail rejects every invoice sent under
      *> that group. Acks for a group the invoice has since been
      *> resent under are ignored.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:3) IS NUMERIC
               MOVE WS-PARM-STRING(1:3) TO WS-ACK-DAYS
           END-IF
           OPEN I-O EDILOGFILE
           IF WS-EL-STATUS NOT = "00"
               DISPLAY "No EDI invoice log - no invoices have been "
                   "sent by EDI"
               GOBACK
           END-IF
           OPEN OUTPUT ACKRPT
           IF WS-AR-STATUS NOT = "00"
               MOVE "ACKRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-AR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT EDIINFILE
           IF WS-EI-STATUS NOT = "00"
               DISPLAY "No acknowledgement file at files/Edi997In.dat"
                   " - reporting the log as it stands"
           ELSE
               PERFORM 1000-READ-ONE-LINE UNTIL WSEOF
               CLOSE EDIINFILE
           END-IF
           WRITE PRINTLINE FROM HEADS
           PERFORM 3000-LIST-UNACKNOWLEDGED
           MOVE WS-ACK-APPLIED TO PRNAPPLIED
           MOVE WS-ACK-UNMATCHED TO PRNUNMATCHED
           MOVE WS-PENDING-COUNT TO PRNPENDING
           MOVE WS-OVERDUE-COUNT TO PRNOVERDUE
           MOVE WS-REJECTED-COUNT TO PRNREJECTED
           WRITE PRINTLINE FROM FOOTINGLINE
           CLOSE EDILOGFILE
           CLOSE ACKRPT
           DISPLAY "EDI acknowledgements - " WS-ACK-APPLIED
               " applied, " WS-PENDING-COUNT " never acknowledged ("
               WS-OVERDUE-COUNT " overdue), " WS-REJECTED-COUNT
               " rejected"
           IF WS-OVERDUE-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-ONE-LINE.
           READ EDIINFILE
               AT END
                   SET WSEOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF EDIINLINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(EDIINLINE TRAILING))
               TO WS-IN-LENGTH
           MOVE 1 TO WS-IN-PTR
           PERFORM 1010-SPLIT-ONE-SEGMENT
               UNTIL WS-IN-PTR > WS-IN-LENGTH.

       1010-SPLIT-ONE-SEGMENT.
           MOVE SPACES TO WS-SEGMENT
           UNSTRING EDIINLINE(1:WS-IN-LENGTH) DELIMITED BY "~"
               INTO WS-SEGMENT
               WITH POINTER WS-IN-PTR
           END-UNSTRING
           IF FUNCTION TRIM(WS-SEGMENT) NOT = SPACES
               PERFORM 1100-PROCESS-SEGMENT
           END-IF.

       1100-PROCESS-SEGMENT.
           MOVE FUNCTION TRIM(WS-SEGMENT) TO WS-SEGMENT
           MOVE SPACES TO WS-ELEMENTS
           UNSTRING WS-SEGMENT DELIMITED BY "*"
               INTO WS-EL(1) WS-EL(2) WS-EL(3) WS-EL(4) WS-EL(5)
                   WS-EL(6) WS-EL(7) WS-EL(8) WS-EL(9) WS-EL(10)
           END-UNSTRING
           MOVE WS-EL(1) TO WS-SEG-ID
           IF WS-SEG-ID = "ISA"
               MOVE WS-EL(7) TO WS-ISA-SENDER
           ELSE IF WS-SEG-ID = "AK1"
               PERFORM 1200-START-GROUP-ACK
           ELSE IF NOT WS-INVOICE-GROUP
               CONTINUE
           ELSE IF WS-SEG-ID = "AK2"
               ADD 1 TO WS-ACK-SET-COUNT
               MOVE ZERO TO WS-ACK-INVOICE
               IF WS-EL(2) = "810"
                   MOVE FUNCTION NUMVAL(WS-EL(3)) TO WS-ACK-INVOICE
               END-IF
           ELSE IF WS-SEG-ID = "AK5"
               MOVE WS-EL(2) TO WS-AK5-STATUS
               MOVE WS-EL(3) TO WS-AK5-CODE
               PERFORM 1300-APPLY-SET-ACK
           ELSE IF WS-SEG-ID = "AK9"
               PERFORM 1400-APPLY-GROUP-ACK
           END-IF.

      *> Only acknowledgements of our invoice groups (functional ID
      *> IN) concern the log.
       1200-START-GROUP-ACK.
           MOVE ZERO TO WS-ACK-SET-COUNT
           IF WS-EL(2) = "IN"
               MOVE 'Y' TO WS-INVOICE-GROUP-SWITCH
               MOVE FUNCTION NUMVAL(WS-EL(3)) TO WS-ACK-GROUP
           ELSE
               MOVE 'N' TO WS-INVOICE-GROUP-SWITCH
           END-IF.

       1300-APPLY-SET-ACK.
           IF WS-ACK-INVOICE = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-TRANSLATE-STATUS
           MOVE WS-ACK-INVOICE TO EDL-INV-NUMBER
           READ EDILOGFILE
               INVALID KEY
                   ADD 1 TO WS-ACK-UNMATCHED
                   MOVE SPACES TO PRNACKTEXT
                   STRING "invoice " WS-ACK-INVOICE " group "
                       WS-ACK-GROUP " from "
                       FUNCTION TRIM(WS-ISA-SENDER)
                       " - never sent by EDI" DELIMITED BY SIZE
                       INTO PRNACKTEXT
                   WRITE PRINTLINE FROM ACKLINE
                   EXIT PARAGRAPH
           END-READ
           IF EDL-GROUP-CTRL NOT = WS-ACK-GROUP
               ADD 1 TO WS-ACK-UNMATCHED
               MOVE SPACES TO PRNACKTEXT
               STRING "invoice " WS-ACK-INVOICE " group "
                   WS-ACK-GROUP " - since resent under group "
                   EDL-GROUP-CTRL ", ack ignored" DELIMITED BY SIZE
                   INTO PRNACKTEXT
               WRITE PRINTLINE FROM ACKLINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-UPDATE-LOG.

      *> A group-level AK9 only speaks for the invoices when the
      *> partner sent no AK2 detail for the group.
       1400-APPLY-GROUP-ACK.
           IF WS-ACK-SET-COUNT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EL(2) TO WS-AK5-STATUS
           MOVE SPACES TO WS-AK5-CODE
           PERFORM 1500-TRANSLATE-STATUS
           MOVE 'N' TO WS-LOG-EOF-SWITCH
           MOVE LOW-VALUES TO EDL-KEY
           START EDILOGFILE KEY IS NOT LESS THAN EDL-KEY
               INVALID KEY SET WS-LOG-EOF TO TRUE
           END-START
           PERFORM 1410-APPLY-TO-ONE-LOG UNTIL WS-LOG-EOF.

       1410-APPLY-TO-ONE-LOG.
           READ EDILOGFILE NEXT RECORD
               AT END
                   SET WS-LOG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF EDL-GROUP-CTRL = WS-ACK-GROUP
               PERFORM 2000-UPDATE-LOG
           END-IF.

      *> AK5/AK9 codes: A accepted, E accepted with errors, P
      *> partially accepted (only at group level, with no detail
      *> it cannot say which), anything else rejected.
       1500-TRANSLATE-STATUS.
           IF WS-AK5-STATUS = 'A'
               MOVE 'A' TO WS-NEW-STATUS
           ELSE IF WS-AK5-STATUS = 'E' OR WS-AK5-STATUS = 'P'
               MOVE 'E' TO WS-NEW-STATUS
           ELSE
               MOVE 'R' TO WS-NEW-STATUS
           END-IF.

       2000-UPDATE-LOG.
           MOVE WS-NEW-STATUS TO EDL-ACK-STATUS
           MOVE WS-TODAY TO EDL-ACK-DATE
           MOVE WS-AK5-CODE TO EDL-ACK-CODE
           REWRITE EDIINVOICELOG
               INVALID KEY
                   DISPLAY "EDI log rewrite failed for invoice "
                       EDL-INV-NUMBER " - status " WS-EL-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ACK-APPLIED
           END-REWRITE.

       3000-LIST-UNACKNOWLEDGED.
           MOVE 'N' TO WS-LOG-EOF-SWITCH
           MOVE LOW-VALUES TO EDL-KEY
           START EDILOGFILE KEY IS NOT LESS THAN EDL-KEY
               INVALID KEY SET WS-LOG-EOF TO TRUE
           END-START
           PERFORM 3010-CHECK-ONE-LOG UNTIL WS-LOG-EOF.

       3010-CHECK-ONE-LOG.
           READ EDILOGFILE NEXT RECORD
               AT END
                   SET WS-LOG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF EDL-ACK-ACCEPTED OR EDL-ACK-WITH-ERRORS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(EDL-SENT-DATE)
           MOVE EDL-INV-NUMBER TO PRNINVOICE
           MOVE EDL-IDNUM TO PRNIDNUM
           MOVE EDL-PARTNER-ID TO PRNPARTNER
           MOVE EDL-GROUP-CTRL TO PRNCONTROL
           MOVE EDL-SENT-DATE TO PRNSENT
           MOVE WS-AGE-DAYS TO PRNAGE
           EVALUATE TRUE
               WHEN EDL-ACK-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO PRNSTATUS
                   STRING "REJECTED " EDL-ACK-CODE
                       " - resent on next 810 run" DELIMITED BY SIZE
                       INTO PRNSTATUS
               WHEN WS-AGE-DAYS > WS-ACK-DAYS
                   ADD 1 TO WS-PENDING-COUNT
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "NEVER ACKNOWLEDGED - OVERDUE" TO PRNSTATUS
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "awaiting 997" TO PRNSTATUS
           END-EVALUATE
           WRITE PRINTLINE FROM DETAILLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
