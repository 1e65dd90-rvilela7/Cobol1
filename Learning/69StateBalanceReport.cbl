               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT EXTRACTFILE ASSIGN TO "files/MasterExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT STATERPT ASSIGN TO "files/StateBalances.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EXTRACTFILE.
       01 EXTRACTLINE PIC X(180).

       FD STATERPT.
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

       01 WS-CUSTOMER-STATE PIC XX.

       01 WS-STATE-COUNT PIC 9(3) COMP-3 VALUE ZERO.

       01 WS-TOTAL-COUNT PIC 9(7) COMP-3 VALUE ZERO.

       01 WS-MX-CONTROL PIC X(180).
       01 WS-MX-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MX-READ-BALANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-MX-CONTROL-LINE PIC X(100).
       01 WS-MX-CHECK-LINE PIC X(100).
       01 WS-MX-CHECK-RESULT PIC X.
           88 WS-MX-AGREES VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-SR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Run with the EXTRACT parm, the report reads the nightly
      *> master extract, where the primary address is already joined
      *> to each customer, instead of the live master, and prints and
      *> checks the extract's control totals at the foot.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:7) = "EXTRACT"
               SET WS-FROM-EXTRACT TO TRUE
           END-IF
           PERFORM 0200-OPEN-SOURCE
           PERFORM 1000-TALLY-CUSTOMER UNTIL WSEOF
           PERFORM 0300-CLOSE-SOURCE
           OPEN OUTPUT STATERPT
           IF WS-SR-STATUS NOT = "00"
               MOVE "STATERPT" TO WS-ABEND-FILE-NAME
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
           MOVE WS-TOTAL-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM FOOTINGLINE AFTER ADVANCING 2 LINES
           PERFORM 0500-PRINT-EXTRACT-CONTROL
           CLOSE STATERPT
           DISPLAY "State balance report complete - " WS-TOTAL-COUNT
               " active customers across " WS-STATE-COUNT " buckets"
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
                       "StateBalanceReport ended"
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
               READ CUSTOMERFILE NEXT RECORD
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

       1000-TALLY-CUSTOMER.
           PERFORM 0400-NEXT-CUSTOMER
           IF WS-HAVE-CUSTOMER AND MX-ACTIVE
               IF NOT WS-FROM-EXTRACT
                   PERFORM 1100-FETCH-ADDRESS
               END-IF
               PERFORM 1150-SET-STATE
               PERFORM 1200-ADD-TO-STATE
           END-IF.

       1100-FETCH-ADDRESS.
           MOVE 'N' TO MX-ADDR-FOUND
           MOVE MX-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MX-ADDR-FOUND
                   MOVE CA-STATE TO MX-STATE
           END-READ
           MOVE MX-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

      *> The '??' bucket collects customers whose address record is
      *> missing or whose state code is not two letters.
       1150-SET-STATE.
           IF MX-HAS-ADDRESS
               IF MX-STATE IS ALPHABETIC AND MX-STATE NOT = SPACES
                   MOVE MX-STATE TO WS-CUSTOMER-STATE
               ELSE
                   MOVE "??" TO WS-CUSTOMER-STATE
               END-IF
           ELSE
               MOVE "??" TO WS-CUSTOMER-STATE
           END-IF.

       1200-ADD-TO-STATE.
           MOVE ZERO TO WS-STATE-FOUND
           PERFORM 1210-MATCH-STATE
           END-IF
           IF WS-STATE-FOUND NOT = ZERO
               ADD 1 TO WS-S-COUNT(WS-STATE-FOUND)
               ADD MX-BALANCE
                   TO WS-S-BALANCE(WS-STATE-FOUND)
           END-IF
           ADD 1 TO WS-TOTAL-COUNT.
