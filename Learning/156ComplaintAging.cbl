            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintAging.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINTFILE ASSIGN TO "files/Complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CP-STATUS.
           SELECT AGINGRPT ASSIGN TO "files/ComplaintAging.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINTFILE.
       COPY "Complaint.cpy".

       FD AGINGRPT.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-TODAY-INTEGER PIC 9(8) COMP-3.
       01 WS-DAYS-LEFT PIC S9(5) COMP-3.

      *> Days before a deadline at which a complaint is flagged.
       01 WS-ACK-WARNING-DAYS PIC 9(3) COMP-3 VALUE 2.
       01 WS-RESOLVE-WARNING-DAYS PIC 9(3) COMP-3 VALUE 7.

       01 WS-OUTSTANDING-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ACK-OVERDUE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ACK-DUE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-RESOLVE-OVERDUE-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-RESOLVE-DUE-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(31) VALUE "Complaint deadline aging as at ".
           02 PRNTODAY PIC 9(8).
       01 HEADS PIC X(100) VALUE
           "IDNum    Seq Received Cat Stat  Ack due  Respond    Days   Flag".
       01 AGINGLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSEQ PIC 99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRECEIVED PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCATEGORY PIC X(3).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNSTATUS PIC X.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNACKDUE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNRESOLVEDUE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDAYS PIC ZZZZ9-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNFLAG PIC X(26).
       01 FOOTINGLINE1.
           02 FILLER PIC X(24) VALUE "Outstanding complaints: ".
           02 PRNOUTSTANDING PIC ZZZZ9.
       01 FOOTINGLINE2.
           02 FILLER PIC X(24) VALUE "Acknowledgement overdue:".
           02 PRNACKOVERDUE PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  due soon: ".
           02 PRNACKDUE2 PIC ZZZZ9.
       01 FOOTINGLINE3.
           02 FILLER PIC X(24) VALUE "Response overdue:       ".
           02 PRNRESOVERDUE PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  due soon: ".
           02 PRNRESDUE PIC ZZZZ9.

       01 WS-CP-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Daily list of every complaint still outstanding, with the
      *> days left to the next deadline it faces: acknowledgement
      *> while it is unacknowledged, the final response after that.
      *> Complaints past a deadline or close to one are flagged so
      *> they can be worked first.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TD-DATE)
           OPEN OUTPUT AGINGRPT
           IF WS-AR-STATUS NOT = "00"
               MOVE "AGINGRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-AR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TD-DATE TO PRNTODAY
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM HEADS
           OPEN INPUT COMPLAINTFILE
           IF WS-CP-STATUS NOT = "00"
               MOVE "  (no complaint register on file)" TO PRINTLINE
               WRITE PRINTLINE
           ELSE
               PERFORM 1000-AGE-ONE-COMPLAINT UNTIL WSEOF
               CLOSE COMPLAINTFILE
           END-IF
           MOVE WS-OUTSTANDING-COUNT TO PRNOUTSTANDING
           WRITE PRINTLINE FROM FOOTINGLINE1 AFTER ADVANCING 2 LINES
           MOVE WS-ACK-OVERDUE-COUNT TO PRNACKOVERDUE
           MOVE WS-ACK-DUE-COUNT TO PRNACKDUE2
           WRITE PRINTLINE FROM FOOTINGLINE2
           MOVE WS-RESOLVE-OVERDUE-COUNT TO PRNRESOVERDUE
           MOVE WS-RESOLVE-DUE-COUNT TO PRNRESDUE
           WRITE PRINTLINE FROM FOOTINGLINE3
           CLOSE AGINGRPT
           DISPLAY "Complaint aging written - " WS-OUTSTANDING-COUNT
               " outstanding, " WS-ACK-OVERDUE-COUNT
               " acknowledgements and " WS-RESOLVE-OVERDUE-COUNT
               " responses overdue"
           GOBACK.

       1000-AGE-ONE-COMPLAINT.
           READ COMPLAINTFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR NOT CMP-OUTSTANDING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE SPACES TO PRNFLAG
           IF CMP-OPEN
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(CMP-ACK-DUE)
                   - WS-TODAY-INTEGER
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZERO
                       ADD 1 TO WS-ACK-OVERDUE-COUNT
                       MOVE "ACKNOWLEDGEMENT OVERDUE" TO PRNFLAG
                   WHEN WS-DAYS-LEFT <= WS-ACK-WARNING-DAYS
                       ADD 1 TO WS-ACK-DUE-COUNT
                       MOVE "ACKNOWLEDGEMENT DUE" TO PRNFLAG
               END-EVALUATE
           END-IF
           IF PRNFLAG = SPACES
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(CMP-RESOLVE-DUE)
                   - WS-TODAY-INTEGER
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZERO
                       ADD 1 TO WS-RESOLVE-OVERDUE-COUNT
                       MOVE "RESPONSE OVERDUE" TO PRNFLAG
                   WHEN WS-DAYS-LEFT <= WS-RESOLVE-WARNING-DAYS
                       ADD 1 TO WS-RESOLVE-DUE-COUNT
                       MOVE "RESPONSE DUE" TO PRNFLAG
               END-EVALUATE
           END-IF
           IF CMP-OPEN AND PRNFLAG = SPACES
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(CMP-ACK-DUE)
                   - WS-TODAY-INTEGER
           END-IF
           MOVE CMP-IDNUM TO PRNIDNUM
           MOVE CMP-SEQ TO PRNSEQ
           MOVE CMP-RECEIVED-DATE TO PRNRECEIVED
           MOVE CMP-CATEGORY TO PRNCATEGORY
           MOVE CMP-STATUS TO PRNSTATUS
           MOVE CMP-ACK-DUE TO PRNACKDUE
           MOVE CMP-RESOLVE-DUE TO PRNRESOLVEDUE
           MOVE WS-DAYS-LEFT TO PRNDAYS
           WRITE PRINTLINE FROM AGINGLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
