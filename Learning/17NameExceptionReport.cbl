               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT EXTRACTFILE ASSIGN TO "files/MasterExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT NAMEEXCEPTIONS ASSIGN TO "files/NameExceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NE-STATUS.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EXTRACTFILE.
       01 EXTRACTLINE PIC X(180).

       FD NAMEEXCEPTIONS.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "MasterExtract.cpy".

       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-HAVE-SWITCH PIC X VALUE 'N'.
           88 WS-HAVE-CUSTOMER VALUE 'Y'.
       01 WS-SOURCE-SWITCH PIC X VALUE 'M'.
           88 WS-FROM-EXTRACT VALUE 'E'.
       01 WS-PARM-STRING PIC X(40).

       01 HEADS PIC X(80)
           VALUE "IDNum    FirstName                LastName                 Exception".
       01 WS-NAME-BAD PIC X VALUE 'N'.
           88 WS-NAME-IS-BAD VALUE 'Y'.

       01 WS-MX-CONTROL PIC X(180).
       01 WS-MX-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MX-READ-BALANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-MX-CONTROL-LINE PIC X(100).
       01 WS-MX-CHECK-LINE PIC X(100).
       01 WS-MX-CHECK-RESULT PIC X.
           88 WS-MX-AGREES VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-NE-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Run with the EXTRACT parm, the report reads the nightly
      *> master extract instead of the live master, and prints and
      *> checks the extract's control totals at the foot.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:7) = "EXTRACT"
               SET WS-FROM-EXTRACT TO TRUE
           END-IF
           PERFORM 0200-OPEN-SOURCE
           OPEN OUTPUT NAMEEXCEPTIONS
           IF WS-NE-STATUS NOT = "00"
               MOVE "NAMEEXCEPTIONS" TO WS-ABEND-FILE-NAME
           PERFORM 1000-CHECK-CUSTOMER UNTIL WSEOF
           MOVE WS-EXCEPTION-COUNT TO PRNEXCEPTIONCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE
           PERFORM 0300-CLOSE-SOURCE
           PERFORM 0500-PRINT-EXTRACT-CONTROL
           CLOSE NAMEEXCEPTIONS
           GOBACK.

       0200-OPEN-SOURCE.
           IF WS-FROM-EXTRACT
               OPEN INPUT EXTRACTFILE
               IF WS-MX-STATUS NOT = "00"
                   MOVE "EXTRACTFILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-MX-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
               END-IF
               READ EXTRACTFILE INTO MASTEREXTRACTREC
                   AT END MOVE SPACES TO MASTEREXTRACTREC
               END-READ
               IF NOT MX-IS-CONTROL
                   DISPLAY "Master extract has no control record - "
                       "NameExceptionReport ended"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE MASTEREXTRACTREC TO WS-MX-CONTROL
           ELSE
               OPEN INPUT CUSTOMERFILE
               IF WS-CF-STATUS NOT = "00"
                   MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-CF-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       0300-CLOSE-SOURCE.
           IF WS-FROM-EXTRACT
               CLOSE EXTRACTFILE
               CALL 'ExtractControl' USING WS-MX-CONTROL,
                   WS-MX-READ-COUNT, WS-MX-READ-BALANCE,
                   WS-MX-CONTROL-LINE, WS-MX-CHECK-LINE,
                   WS-MX-CHECK-RESULT
           ELSE
               CLOSE CUSTOMERFILE
           END-IF.

       0400-NEXT-CUSTOMER.
           MOVE 'N' TO WS-HAVE-SWITCH
           IF WS-FROM-EXTRACT
               READ EXTRACTFILE INTO MASTEREXTRACTREC
                   AT END SET WSEOF TO TRUE
                   NOT AT END
                       MOVE 'Y' TO WS-HAVE-SWITCH
                       ADD 1 TO WS-MX-READ-COUNT
                       ADD MX-BALANCE TO WS-MX-READ-BALANCE
               END-READ
           ELSE
               READ CUSTOMERFILE
                   AT END SET WSEOF TO TRUE
                   NOT AT END
                       IF REC-IS-HEADER
                           PERFORM 0410-LOAD-FROM-HEADER
                       END-IF
               END-READ
           END-IF.

       0410-LOAD-FROM-HEADER.
           MOVE 'Y' TO WS-HAVE-SWITCH
           MOVE IDNUM TO MX-IDNUM
           MOVE FIRSTNAME TO MX-FIRSTNAME
           MOVE LASTNAME TO MX-LASTNAME
           MOVE BALANCE TO MX-BALANCE
           MOVE CUST-STATUS TO MX-STATUS.

       0500-PRINT-EXTRACT-CONTROL.
           IF WS-FROM-EXTRACT
               WRITE PRINTLINE FROM WS-MX-CONTROL-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRINTLINE FROM WS-MX-CHECK-LINE
               DISPLAY WS-MX-CONTROL-LINE
               DISPLAY WS-MX-CHECK-LINE
               IF NOT WS-MX-AGREES
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1000-CHECK-CUSTOMER.
           PERFORM 0400-NEXT-CUSTOMER
           IF WS-HAVE-CUSTOMER
               PERFORM 2000-VALIDATE-NAME
               IF WS-NAME-IS-BAD
                   PERFORM 3000-WRITE-EXCEPTION
               END-IF
           END-IF.

       2000-VALIDATE-NAME.
           MOVE 'N' TO WS-NAME-BAD
           MOVE SPACES TO WS-NAME-REASON
           IF MX-FIRSTNAME = SPACES AND MX-LASTNAME = SPACES
               MOVE 'Y' TO WS-NAME-BAD
               MOVE "BOTH NAMES BLANK" TO WS-NAME-REASON
           ELSE IF MX-FIRSTNAME = SPACES
               MOVE 'Y' TO WS-NAME-BAD
               MOVE "FIRST NAME BLANK" TO WS-NAME-REASON
           ELSE IF MX-LASTNAME = SPACES
               MOVE 'Y' TO WS-NAME-BAD
               MOVE "LAST NAME BLANK" TO WS-NAME-REASON
           ELSE IF MX-FIRSTNAME IS NOT ALPHABETIC
               MOVE 'Y' TO WS-NAME-BAD
               MOVE "FIRST NAME MALFORMED" TO WS-NAME-REASON
           ELSE IF MX-LASTNAME IS NOT ALPHABETIC
               MOVE 'Y' TO WS-NAME-BAD
               MOVE "LAST NAME MALFORMED" TO WS-NAME-REASON
           END-IF.

       3000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE MX-IDNUM TO PRNCUSTID
           MOVE MX-FIRSTNAME TO PRNFIRSTNAME
           MOVE MX-LASTNAME TO PRNLASTNAME
           MOVE WS-NAME-REASON TO PRNREASON
           WRITE PRINTLINE FROM EXCEPTIONLINE.

