            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclineLetter.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTERFILE ASSIGN TO "files/CreditDeclines.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LETTERFILE.
       01 PRINTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LT-STATUS PIC XX.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REASON-NO PIC 9.
       01 WS-REASONS-PRINTED PIC 9.

       COPY "ScoreReasons.cpy".

       01 WS-QUEUE-DOC PIC X(4) VALUE "ADVD".
       01 WS-QUEUE-CHANNEL PIC X VALUE 'P'.

       01 LETTERNAMELINE PIC X(60).
       01 LETTERADDRLINE PIC X(60).
       01 LETTERREFLINE.
           02 FILLER PIC X(22) VALUE "Application reference ".
           02 PRNAPPID PIC 9(7).
           02 FILLER PIC X(14) VALUE "   Date ".
           02 PRNLETTERDATE PIC 9(8).
       01 LETTERREASONLINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PRNREASONNO PIC 9.
           02 FILLER PIC X(2) VALUE ". ".
           02 PRNREASONTEXT PIC X(35).

       LINKAGE SECTION.
       COPY "CreditApplication.cpy".

      *> The adverse-action notice for a declined credit application:
      *> addressed from the application itself, since a declined
      *> applicant never reaches the customer master, and stating the
      *> main reasons the scorecard gave. The letter is printed to
      *> files/CreditDeclines.rpt and recorded on the outbound queue
      *> as an ADVD print item so the correspondence log shows it.
       PROCEDURE DIVISION USING CREDITAPPRECORD.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN EXTEND LETTERFILE
           IF WS-LT-STATUS = "35"
               OPEN OUTPUT LETTERFILE
           END-IF
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "LETTERFILE STATUS " WS-LT-STATUS
                   " - decline letter not printed for application "
                   CRA-IDNUM
               EXIT PROGRAM
           END-IF
           PERFORM 1000-PRINT-LETTER
           CLOSE LETTERFILE
           CALL 'QueueWrite' USING CRA-IDNUM, WS-QUEUE-DOC,
               WS-QUEUE-CHANNEL
           EXIT PROGRAM.

       1000-PRINT-LETTER.
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(CRA-FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CRA-LASTNAME) DELIMITED BY SIZE
               INTO LETTERNAMELINE
           WRITE PRINTLINE FROM LETTERNAMELINE AFTER ADVANCING PAGE
           WRITE PRINTLINE FROM CRA-STREET
           MOVE SPACES TO LETTERADDRLINE
           STRING FUNCTION TRIM(CRA-CITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CRA-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CRA-ZIP) DELIMITED BY SIZE
               INTO LETTERADDRLINE
           WRITE PRINTLINE FROM LETTERADDRLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "NOTICE OF ACTION TAKEN ON YOUR CREDIT APPLICATION"
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE CRA-IDNUM TO PRNAPPID
           MOVE WS-TODAY-DATE TO PRNLETTERDATE
           WRITE PRINTLINE FROM LETTERREFLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Thank you for applying to open an account with us."
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "We have considered your application carefully and "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "regret that we are unable to offer you credit at this"
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "time. The main reasons for our decision were:"
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE ZERO TO WS-REASONS-PRINTED
           PERFORM 1100-PRINT-ONE-REASON
               VARYING WS-REASON-NO FROM 1 BY 1 UNTIL WS-REASON-NO > 3
           IF WS-REASONS-PRINTED = ZERO
               MOVE 1 TO PRNREASONNO
               MOVE "Insufficient information to score" TO PRNREASONTEXT
               WRITE PRINTLINE FROM LETTERREASONLINE
           END-IF
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "You may ask us in writing within 60 days of this "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "notice for a statement of the specific reasons, which"
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "we will send within 30 days of receiving your request."
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Please quote the application reference above."
               TO PRINTLINE
           WRITE PRINTLINE.

       1100-PRINT-ONE-REASON.
           IF CRA-REASON(WS-REASON-NO) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SR-PICK
           PERFORM 1110-MATCH-REASON
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
           IF WS-SR-PICK = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REASONS-PRINTED
           MOVE WS-REASONS-PRINTED TO PRNREASONNO
           MOVE WS-SR-TEXT(WS-SR-PICK) TO PRNREASONTEXT
           WRITE PRINTLINE FROM LETTERREASONLINE.

       1110-MATCH-REASON.
           IF WS-SR-CODE(WS-SR-IDX) = CRA-REASON(WS-REASON-NO)
               MOVE WS-SR-IDX TO WS-SR-PICK
           END-IF.
