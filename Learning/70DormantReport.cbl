               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT EXTRACTFILE ASSIGN TO "files/MasterExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT DORMANTRPT ASSIGN TO "files/DormantAccounts.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EXTRACTFILE.
       01 EXTRACTLINE PIC X(180).

       FD DORMANTRPT.
       01 PRINTLINE PIC X(100).

           02 ESC-BALANCE PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       COPY "MasterExtract.cpy".

       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-HAVE-SWITCH PIC X VALUE 'N'.
           88 WS-HAVE-CUSTOMER VALUE 'Y'.
       01 WS-SOURCE-SWITCH PIC X VALUE 'M'.
           88 WS-FROM-EXTRACT VALUE 'E'.
       01 WS-PARM-STRING PIC X(40).

       01 WS-DORMANT-DAYS PIC 9(5) VALUE 365.
       01 WS-ESCHEAT-DAYS PIC 9(5) VALUE 1095.
       01 WS-DORMANT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ESCHEAT-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-MX-CONTROL PIC X(180).
       01 WS-MX-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MX-READ-BALANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-MX-CONTROL-LINE PIC X(100).
       01 WS-MX-CHECK-LINE PIC X(100).
       01 WS-MX-CHECK-RESULT PIC X.
           88 WS-MX-AGREES VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-DR-STATUS PIC XX.
       01 WS-ES-STATUS PIC XX.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE)
           PERFORM 0200-OPEN-SOURCE
           OPEN OUTPUT DORMANTRPT
           IF WS-DR-STATUS NOT = "00"
               MOVE "DORMANTRPT" TO WS-ABEND-FILE-NAME
           MOVE WS-DORMANT-COUNT TO PRNDORMANT
           MOVE WS-ESCHEAT-COUNT TO PRNESCHEAT
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           PERFORM 0300-CLOSE-SOURCE
           PERFORM 0500-PRINT-EXTRACT-CONTROL
           CLOSE DORMANTRPT
           CLOSE ESCHEATFILE
           DISPLAY "Dormancy review complete - " WS-DORMANT-COUNT
               " escheat candidates"
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
                       "DormantReport ended"
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
           MOVE CUST-STATUS TO MX-STATUS
           MOVE CUST-LAST-ACTIVITY TO MX-LAST-ACTIVITY.

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

      *> A customer with no recorded activity date counts as dormant
      *> from day one - those are the accounts nothing has touched
      *> since before activity stamping began.
       1000-CHECK-CUSTOMER.
           PERFORM 0400-NEXT-CUSTOMER
           IF WS-HAVE-CUSTOMER AND MX-ACTIVE
               PERFORM 1100-CHECK-DORMANCY
           END-IF.

       1100-CHECK-DORMANCY.
           IF MX-LAST-ACTIVITY = ZERO
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-ACTIVITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(MX-LAST-ACTIVITY)
               COMPUTE WS-IDLE-DAYS =
                   WS-TODAY-INTEGER - WS-ACTIVITY-INTEGER
           END-IF
           IF WS-IDLE-DAYS > WS-DORMANT-DAYS
               ADD 1 TO WS-DORMANT-COUNT
               MOVE MX-IDNUM TO PRNCUSTID
               MOVE MX-FIRSTNAME TO PRNFIRSTNAME
               MOVE MX-LASTNAME TO PRNLASTNAME
               MOVE MX-LAST-ACTIVITY TO PRNLASTACT
               IF WS-IDLE-DAYS > 99999
                   MOVE 99999 TO PRNIDLE
               ELSE
                   MOVE WS-IDLE-DAYS TO PRNIDLE
               END-IF
               MOVE MX-BALANCE TO PRNBALANCE
               WRITE PRINTLINE FROM DORMANTLINE
               IF WS-IDLE-DAYS > WS-ESCHEAT-DAYS
                   AND MX-BALANCE > ZERO
                   ADD 1 TO WS-ESCHEAT-COUNT
                   MOVE MX-IDNUM TO ESC-IDNUM
                   MOVE MX-LASTNAME TO ESC-LASTNAME
                   MOVE MX-FIRSTNAME TO ESC-FIRSTNAME
                   MOVE MX-LAST-ACTIVITY TO ESC-LAST-ACTIVITY
                   MOVE MX-BALANCE TO ESC-BALANCE
                   WRITE ESCHEATRECORD
               END-IF
           END-IF.
