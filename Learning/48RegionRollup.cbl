               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT EXTRACTFILE ASSIGN TO "files/MasterExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT REGIONCODES ASSIGN TO "files/RegionCodes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EXTRACTFILE.
       01 EXTRACTLINE PIC X(180).

       FD REGIONCODES.
       01 REGIONCODERECORD.
           02 RGC-CODE PIC X.
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

       01 HEADS PIC X(80) VALUE
           "Region  Name                  Customers       Balance total".
       01 WS-TOTAL-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOTAL-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-MX-CONTROL PIC X(180).
       01 WS-MX-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MX-READ-BALANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-MX-CONTROL-LINE PIC X(100).
       01 WS-MX-CHECK-LINE PIC X(100).
       01 WS-MX-CHECK-RESULT PIC X.
           88 WS-MX-AGREES VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-RC-STATUS PIC XX.
       01 WS-RR-STATUS PIC XX.
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
           PERFORM 0100-LOAD-REGION-NAMES
           PERFORM 0200-OPEN-SOURCE
           PERFORM 1000-TALLY-CUSTOMER UNTIL WSEOF
           PERFORM 0300-CLOSE-SOURCE
           PERFORM 2000-PRINT-ROLLUP
           DISPLAY "Region rollup written to files/RegionRollup.rpt"
           GOBACK.
                   END-IF
           END-READ.

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
                       "RegionRollup ended"
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
           MOVE BALANCE TO MX-BALANCE
           MOVE CUST-STATUS TO MX-STATUS
           MOVE CUST-REGION TO MX-REGION.

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
               PERFORM 1100-ADD-TO-REGION
           END-IF.

       1100-ADD-TO-REGION.
           MOVE ZERO TO WS-REGION-FOUND-IDX
               AND WS-REGION-COUNT < 40
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-FOUND-IDX
               MOVE MX-REGION
                   TO WS-R-CODE(WS-REGION-FOUND-IDX)
               MOVE "(NOT ON REGION FILE)"
                   TO WS-R-NAME(WS-REGION-FOUND-IDX)
           END-IF
           IF WS-REGION-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-R-COUNT(WS-REGION-FOUND-IDX)
               ADD MX-BALANCE TO WS-R-BALANCE(WS-REGION-FOUND-IDX)
           END-IF
           ADD 1 TO WS-TOTAL-COUNT
           ADD MX-BALANCE TO WS-TOTAL-BALANCE.

       1110-MATCH-REGION.
           IF WS-R-CODE(WS-REGION-IDX) = MX-REGION
               MOVE WS-REGION-IDX TO WS-REGION-FOUND-IDX
           END-IF.

           MOVE WS-TOTAL-COUNT TO PRNTOTCOUNT
           MOVE WS-TOTAL-BALANCE TO PRNTOTBALANCE
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 2 LINES
           PERFORM 0500-PRINT-EXTRACT-CONTROL
           CLOSE ROLLUPREPORT.

       2010-PRINT-ONE-REGION.
