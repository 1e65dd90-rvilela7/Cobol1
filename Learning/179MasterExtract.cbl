            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterExtract.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT CUSTOMERCONTROL ASSIGN TO "files/CustomerControl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT EXTRACTFILE ASSIGN TO "files/MasterExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD CUSTOMERCONTROL.
       01 CONTROLRECORD.
           02 CTL-PROGRAM PIC X(10).
           02 CTL-RECORD-COUNT PIC 9(5).
           02 CTL-HASH-TOTAL PIC 9(9).

       FD EXTRACTFILE.
       01 EXTRACTLINE PIC X(180).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-IDNUM PIC 9(7).
           02 SRT-DETAIL PIC X(180).

       WORKING-STORAGE SECTION.
       COPY "MasterExtract.cpy".

       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-CONTROL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-CONTROL-EOF VALUE 'Y'.

       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 WS-CD-TIME PIC 9(6).
           02 FILLER PIC X(7).

       01 WS-HELD-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-HELD-ADDRESS.
           02 WS-HA-FOUND PIC X.
           02 WS-HA-STREET PIC X(25).
           02 WS-HA-CITY PIC X(15).
           02 WS-HA-STATE PIC XX.
           02 WS-HA-ZIP PIC X(10).
       01 WS-HELD-FAMILY.
           02 WS-HF-ROLE PIC X.
           02 WS-HF-PARENT PIC 9(7).
           02 WS-HF-LIMIT PIC 9(7)V99.

       01 WS-HEADER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BALANCE-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CONTROL-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-LOAD-CHECK PIC X VALUE 'U'.
       01 WS-PRN-BALANCE PIC $$$,$$$,$$$,$$9.99-.

       01 WS-CF-STATUS PIC XX.
       01 WS-CC-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Nightly extract step. The master is read once, each header
      *> is joined with its primary mailing address (the A record at
      *> sequence 00) and its family record, and the compact result
      *> is sorted by customer into files/MasterExtract.dat for the
      *> nightly reports. Every customer header goes on the extract
      *> whatever its status, so the control record's count can be
      *> reconciled to CustomerControl.dat exactly as FileReport does;
      *> the reports apply their own selection to the detail records.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           SORT SORTWORK ASCENDING KEY SRT-IDNUM
               INPUT PROCEDURE 1000-LOAD-MASTER
               OUTPUT PROCEDURE 3000-WRITE-EXTRACT
           IF WS-WRITTEN-COUNT NOT = WS-HEADER-COUNT
               DISPLAY "MASTER EXTRACT INCOMPLETE - " WS-WRITTEN-COUNT
                   " written of " WS-HEADER-COUNT " customers read"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BALANCE-TOTAL TO WS-PRN-BALANCE
           DISPLAY "Master extract complete - " WS-HEADER-COUNT
               " customers, balance total "
               FUNCTION TRIM(WS-PRN-BALANCE)
           GOBACK.

       1000-LOAD-MASTER.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1010-CLEAR-HELD-DATA
           PERFORM 1100-READ-ONE-RECORD UNTIL WSEOF
           CLOSE CUSTOMERFILE
           PERFORM 2000-RECONCILE-LOAD-COUNT.

       1010-CLEAR-HELD-DATA.
           MOVE 'N' TO WS-HA-FOUND
           MOVE SPACES TO WS-HA-STREET WS-HA-CITY WS-HA-STATE
               WS-HA-ZIP
           MOVE SPACE TO WS-HF-ROLE
           MOVE ZERO TO WS-HF-PARENT WS-HF-LIMIT.

      *> A customer's A and F records sort ahead of its header, so
      *> they are held as they pass and joined when the header
      *> arrives. The held data is dropped at each change of customer.
       1100-READ-ONE-RECORD.
           READ CUSTOMERFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF
               IF IDNUM NOT = WS-HELD-IDNUM
                   PERFORM 1010-CLEAR-HELD-DATA
                   MOVE IDNUM TO WS-HELD-IDNUM
               END-IF
               IF REC-IS-ADDRESS AND CA-SEQ = ZERO
                   MOVE 'Y' TO WS-HA-FOUND
                   MOVE CA-STREET TO WS-HA-STREET
                   MOVE CA-CITY TO WS-HA-CITY
                   MOVE CA-STATE TO WS-HA-STATE
                   MOVE CA-ZIP TO WS-HA-ZIP
               ELSE IF REC-IS-FAMILY
                   IF CF-IS-PARENT
                       MOVE 'P' TO WS-HF-ROLE
                       MOVE CF-IDNUM TO WS-HF-PARENT
                   ELSE
                       MOVE 'M' TO WS-HF-ROLE
                       MOVE CF-PARENT-IDNUM TO WS-HF-PARENT
                   END-IF
                   MOVE CF-FAMILY-LIMIT TO WS-HF-LIMIT
               ELSE IF REC-IS-HEADER
                   PERFORM 1200-RELEASE-CUSTOMER
               END-IF
           END-IF.

       1200-RELEASE-CUSTOMER.
           ADD 1 TO WS-HEADER-COUNT
           ADD BALANCE TO WS-BALANCE-TOTAL
           MOVE SPACES TO MASTEREXTRACTREC
           SET MX-IS-DETAIL TO TRUE
           MOVE IDNUM TO MX-IDNUM
           MOVE FIRSTNAME TO MX-FIRSTNAME
           MOVE LASTNAME TO MX-LASTNAME
           MOVE DOB-MM TO MX-DOB-MM
           MOVE DOB-DD TO MX-DOB-DD
           MOVE DOB-YYYY TO MX-DOB-YYYY
           MOVE BALANCE TO MX-BALANCE
           MOVE CUST-STATUS TO MX-STATUS
           MOVE CUST-CREDIT-LIMIT TO MX-CREDIT-LIMIT
           MOVE CUST-REGION TO MX-REGION
           MOVE CUST-DELIVERY TO MX-DELIVERY
           MOVE CUST-CLASS TO MX-CLASS
           MOVE CUST-LAST-ACTIVITY TO MX-LAST-ACTIVITY
           MOVE CUST-RISK-GRADE TO MX-RISK-GRADE
           MOVE WS-HF-ROLE TO MX-FAMILY-ROLE
           MOVE WS-HF-PARENT TO MX-FAMILY-PARENT-ID
           MOVE WS-HF-LIMIT TO MX-FAMILY-LIMIT
           MOVE WS-HA-FOUND TO MX-ADDR-FOUND
           MOVE WS-HA-STREET TO MX-STREET
           MOVE WS-HA-CITY TO MX-CITY
           MOVE WS-HA-STATE TO MX-STATE
           MOVE WS-HA-ZIP TO MX-ZIP
           MOVE IDNUM TO SRT-IDNUM
           MOVE MASTEREXTRACTREC TO SRT-DETAIL
           RELEASE SORT-RECORD.

      *> Same reconciliation FileReport prints: the customers on the
      *> master against the load counts kept in CustomerControl.dat.
      *> The outcome travels on the control record so every report
      *> run from the extract can show it.
       2000-RECONCILE-LOAD-COUNT.
           OPEN INPUT CUSTOMERCONTROL
           IF WS-CC-STATUS NOT = "00"
               MOVE 'U' TO WS-LOAD-CHECK
               DISPLAY "No CustomerControl.dat - counts not reconciled"
           ELSE
               PERFORM 2010-ADD-CONTROL-RECORD UNTIL WS-CONTROL-EOF
               CLOSE CUSTOMERCONTROL
               IF WS-CONTROL-TOTAL = WS-HEADER-COUNT
                   MOVE 'Y' TO WS-LOAD-CHECK
               ELSE
                   MOVE 'N' TO WS-LOAD-CHECK
                   DISPLAY "COUNT MISMATCH - control total "
                       WS-CONTROL-TOTAL " vs file " WS-HEADER-COUNT
               END-IF
           END-IF.

       2010-ADD-CONTROL-RECORD.
           READ CUSTOMERCONTROL
               AT END SET WS-CONTROL-EOF TO TRUE
               NOT AT END
                   ADD CTL-RECORD-COUNT TO WS-CONTROL-TOTAL
           END-READ.

       3000-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACTFILE
           IF WS-MX-STATUS NOT = "00"
               MOVE "EXTRACTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-MX-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE SPACES TO MASTEREXTRACTCTL
           SET MX-IS-CONTROL TO TRUE
           MOVE WS-CD-DATE TO MXC-AS-OF-DATE
           MOVE WS-CD-TIME TO MXC-AS-OF-TIME
           MOVE WS-HEADER-COUNT TO MXC-CUSTOMER-COUNT
           MOVE WS-BALANCE-TOTAL TO MXC-BALANCE-TOTAL
           MOVE WS-CONTROL-TOTAL TO MXC-LOAD-COUNT
           MOVE WS-LOAD-CHECK TO MXC-LOAD-CHECK
           WRITE EXTRACTLINE FROM MASTEREXTRACTCTL
           MOVE 'N' TO WS-EOF-SWITCH
           RETURN SORTWORK
               AT END SET WSEOF TO TRUE
           END-RETURN
           PERFORM 3010-WRITE-ONE-CUSTOMER UNTIL WSEOF
           CLOSE EXTRACTFILE.

       3010-WRITE-ONE-CUSTOMER.
           WRITE EXTRACTLINE FROM SRT-DETAIL
           ADD 1 TO WS-WRITTEN-COUNT
           RETURN SORTWORK
               AT END SET WSEOF TO TRUE
           END-RETURN.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
