               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT EXTRACTFILE ASSIGN TO "files/MasterExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT BALANCEALERTS ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EXTRACTFILE.
       01 EXTRACTLINE PIC X(180).

       FD BALANCEALERTS.
       01 PRINTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "MasterExtract.cpy".

       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-HAVE-SWITCH PIC X VALUE 'N'.
           88 WS-HAVE-CUSTOMER VALUE 'Y'.
       01 WS-SOURCE-SWITCH PIC X VALUE 'M'.
           88 WS-FROM-EXTRACT VALUE 'E'.

       01 HEADS PIC X(90)
           VALUE "IDNum    FirstName                LastName                 Balance   Alert".
       01 WS-CLASS-LOW PIC S9(9)V99.
       01 WS-CLASS-HIGH PIC S9(9)V99.
       01 WS-PARM-STRING PIC X(40).
       01 WS-PARM-REST PIC X(40).

       01 WS-SPOOL-REPORT-NAME PIC X(20).
       01 WS-SPOOL-PATH PIC X(60).
       01 WS-QUEUE-DOC PIC X(4) VALUE "ALRT".
       01 WS-QUEUE-CHANNEL PIC X.

       01 WS-MX-CONTROL PIC X(180).
       01 WS-MX-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MX-READ-BALANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-MX-CONTROL-LINE PIC X(100).
       01 WS-MX-CHECK-LINE PIC X(100).
       01 WS-MX-CHECK-RESULT PIC X.
           88 WS-MX-AGREES VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-BA-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> A parm led by EXTRACT (EXTRACT or EXTRACT,low,high) reads
      *> the nightly master extract instead of the live master, and
      *> prints and checks the extract's control totals at the foot.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:7) = "EXTRACT"
               SET WS-FROM-EXTRACT TO TRUE
               MOVE WS-PARM-STRING(9:32) TO WS-PARM-REST
               MOVE WS-PARM-REST TO WS-PARM-STRING
           END-IF
           IF WS-PARM-STRING NOT = SPACES
               PERFORM 0050-PARSE-THRESHOLD-PARM
           END-IF
           PERFORM 0200-OPEN-SOURCE
           MOVE "BalanceAlerts" TO WS-SPOOL-REPORT-NAME
           CALL 'SpoolName' USING WS-SPOOL-REPORT-NAME,
               WS-SPOOL-PATH
           PERFORM 1000-CHECK-CUSTOMER UNTIL WSEOF
           MOVE WS-ALERT-COUNT TO PRNALERTCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE
           PERFORM 0300-CLOSE-SOURCE
           PERFORM 0500-PRINT-EXTRACT-CONTROL
           CLOSE BALANCEALERTS
           GOBACK.

               INTO WS-LOW-THRESHOLD WS-HIGH-THRESHOLD
           END-UNSTRING.

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
                       "BalanceAlerts ended"
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
           MOVE CUST-DELIVERY TO MX-DELIVERY
           MOVE CUST-CLASS TO MX-CLASS.

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
           IF WS-HAVE-CUSTOMER AND MX-ACTIVE
               PERFORM 2000-CHECK-THRESHOLDS
               IF WS-IS-ALERT
                   PERFORM 3000-WRITE-ALERT
               END-IF
           END-IF.

      *> Commercial and VIP books run larger balances, so their
      *> alert thresholds are scaled up from the retail defaults.
       2000-CHECK-THRESHOLDS.
           MOVE 'N' TO WS-ALERT-FLAG
           MOVE SPACES TO WS-ALERT-REASON
           EVALUATE TRUE
               WHEN MX-CLASS-COMMERCIAL
                   COMPUTE WS-CLASS-LOW = WS-LOW-THRESHOLD * 5
                   COMPUTE WS-CLASS-HIGH = WS-HIGH-THRESHOLD * 5
               WHEN MX-CLASS-VIP
                   COMPUTE WS-CLASS-LOW = WS-LOW-THRESHOLD * 10
                   COMPUTE WS-CLASS-HIGH = WS-HIGH-THRESHOLD * 10
               WHEN OTHER
                   MOVE WS-LOW-THRESHOLD TO WS-CLASS-LOW
                   MOVE WS-HIGH-THRESHOLD TO WS-CLASS-HIGH
           END-EVALUATE
           IF MX-BALANCE < WS-CLASS-LOW
               MOVE 'Y' TO WS-ALERT-FLAG
               MOVE "BALANCE BELOW THRESHOLD" TO WS-ALERT-REASON
           ELSE IF MX-BALANCE > WS-CLASS-HIGH
               MOVE 'Y' TO WS-ALERT-FLAG
               MOVE "BALANCE ABOVE THRESHOLD" TO WS-ALERT-REASON
           END-IF.

       3000-WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE MX-IDNUM TO PRNCUSTID
           MOVE MX-FIRSTNAME TO PRNFIRSTNAME
           MOVE MX-LASTNAME TO PRNLASTNAME
           MOVE MX-BALANCE TO PRNBALANCE
           MOVE WS-ALERT-REASON TO PRNREASON
           WRITE PRINTLINE FROM ALERTLINE
           MOVE MX-DELIVERY TO WS-QUEUE-CHANNEL
           CALL 'QueueWrite' USING MX-IDNUM, WS-QUEUE-DOC,
               WS-QUEUE-CHANNEL.

       9900-ABEND.
