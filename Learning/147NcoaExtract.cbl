            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NcoaExtract.
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
           SELECT NCOAEXTRACT ASSIGN TO "files/NcoaExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD NCOAEXTRACT.
       COPY "NcoaExtract.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-HELD-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT PIC 99 COMP-3 VALUE ZERO.
       01 WS-HELD-IDX PIC 99 COMP-3.
       01 WS-HELD-TABLE.
           02 WS-HELD-ENTRY OCCURS 20 TIMES.
               03 WS-HA-SEQ PIC 99.
               03 WS-HA-STREET PIC X(25).
               03 WS-HA-CITY PIC X(15).
               03 WS-HA-STATE PIC XX.
               03 WS-HA-ZIP PIC X(10).

       01 WS-CUSTOMER-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-EXTRACT-COUNT PIC 9(7) COMP-3 VALUE ZERO.

       01 WS-CF-STATUS PIC XX.
       01 WS-NX-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Builds the file sent to the NCOA vendor: every mailing and
      *> billing address of an active, unmerged customer, with the
      *> customer name, referenced by customer number and address
      *> sequence so NcoaApply can match the results back. Address
      *> records sort ahead of the header on the master, so each
      *> customer's addresses are held until the header shows
      *> whether the customer is to go out.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT NCOAEXTRACT
           IF WS-NX-STATUS NOT = "00"
               MOVE "NCOAEXTRACT" TO WS-ABEND-FILE-NAME
               MOVE WS-NX-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-READ-ONE-RECORD UNTIL WSEOF
           CLOSE CUSTOMERFILE
           CLOSE NCOAEXTRACT
           DISPLAY "NCOA extract complete - " WS-EXTRACT-COUNT
               " addresses for " WS-CUSTOMER-COUNT
               " customers in files/NcoaExtract.dat"
           GOBACK.

       1000-READ-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           IF IDNUM NOT = WS-HELD-IDNUM
               MOVE IDNUM TO WS-HELD-IDNUM
               MOVE ZERO TO WS-HELD-COUNT
           END-IF
           EVALUATE TRUE
               WHEN REC-IS-ADDRESS
                   IF (CA-USAGE-MAILING OR CA-USAGE-BILLING)
                       AND WS-HELD-COUNT < 20
                       PERFORM 1100-HOLD-ADDRESS
                   END-IF
               WHEN REC-IS-HEADER
                   IF CUST-ACTIVE AND CUST-MERGED-TO = ZERO
                       AND WS-HELD-COUNT > ZERO
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM 1200-WRITE-ONE-ADDRESS
                           VARYING WS-HELD-IDX FROM 1 BY 1
                           UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   END-IF
                   MOVE ZERO TO WS-HELD-COUNT
           END-EVALUATE.

       1100-HOLD-ADDRESS.
           ADD 1 TO WS-HELD-COUNT
           MOVE CA-SEQ TO WS-HA-SEQ(WS-HELD-COUNT)
           MOVE CA-STREET TO WS-HA-STREET(WS-HELD-COUNT)
           MOVE CA-CITY TO WS-HA-CITY(WS-HELD-COUNT)
           MOVE CA-STATE TO WS-HA-STATE(WS-HELD-COUNT)
           MOVE CA-ZIP TO WS-HA-ZIP(WS-HELD-COUNT).

       1200-WRITE-ONE-ADDRESS.
           MOVE IDNUM TO NCX-IDNUM
           MOVE WS-HA-SEQ(WS-HELD-IDX) TO NCX-SEQ
           MOVE FIRSTNAME TO NCX-FIRSTNAME
           MOVE LASTNAME TO NCX-LASTNAME
           MOVE WS-HA-STREET(WS-HELD-IDX) TO NCX-STREET
           MOVE WS-HA-CITY(WS-HELD-IDX) TO NCX-CITY
           MOVE WS-HA-STATE(WS-HELD-IDX) TO NCX-STATE
           MOVE WS-HA-ZIP(WS-HELD-IDX) TO NCX-ZIP
           WRITE NCOAEXTRACTRECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
