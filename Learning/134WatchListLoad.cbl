            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListLoad.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHINPUT ASSIGN TO "files/WatchListLoad.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WI-STATUS.
           SELECT WATCHLIST ASSIGN TO "files/WatchList.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WL-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHINPUT.
       01 WATCHINPUTRECORD.
           02 WI-ENTRY-ID PIC X(10).
           02 WI-NAME-SEQ PIC XX.
           02 WI-LAST-NAME PIC X(25).
           02 WI-FIRST-NAME PIC X(25).
           02 WI-DOB PIC X(8).
           02 WI-LIST-SOURCE PIC X(6).

       FD WATCHLIST.
       COPY "WatchList.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-WI-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-WI-EOF VALUE 'Y'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-LOAD-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-SCREENED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CONFIRMED-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-SCREEN-PROGRAM PIC X(10) VALUE "WATCHLOAD ".
       01 WS-SCREEN-RESULT PIC X.
           88 WS-SCREEN-HELD VALUE 'P'.
           88 WS-SCREEN-CONFIRMED VALUE 'X'.

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-WI-STATUS PIC XX.
       01 WS-WL-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Each published list replaces the one on file outright, one
      *> record per listed name with aliases numbered after the
      *> primary name. A new list changes who is listed, so every
      *> customer on the master is screened again against it; the
      *> matches land on the screening review worklist.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - WatchListLoad ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT WATCHINPUT
           IF WS-WI-STATUS NOT = "00"
               DISPLAY "No watch-list extract to load - status "
                   WS-WI-STATUS " - list on file left unchanged"
               GOBACK
           END-IF
           OPEN OUTPUT WATCHLIST
           IF WS-WL-STATUS NOT = "00"
               MOVE "WATCHLIST" TO WS-ABEND-FILE-NAME
               MOVE WS-WL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE
           PERFORM 1000-LOAD-ONE-NAME UNTIL WS-WI-EOF
           CLOSE WATCHINPUT
           CLOSE WATCHLIST
           DISPLAY "Watch list loaded - " WS-READ-COUNT " read, "
               WS-LOADED-COUNT " loaded, " WS-REJECT-COUNT " rejected"
           CANCEL 'WatchScreen'
           PERFORM 2000-RESCREEN-CUSTOMERS
           GOBACK.

       1000-LOAD-ONE-NAME.
           READ WATCHINPUT
               AT END SET WS-WI-EOF TO TRUE
           END-READ
           IF WS-WI-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-COUNT
           IF WI-ENTRY-ID = SPACES OR WI-LAST-NAME = SPACES
               OR WI-NAME-SEQ IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Watch-list line " WS-READ-COUNT
                   " rejected - entry ID, sequence and name required"
               EXIT PARAGRAPH
           END-IF
           MOVE WI-ENTRY-ID TO WL-ENTRY-ID
           MOVE WI-NAME-SEQ TO WL-NAME-SEQ
           MOVE FUNCTION UPPER-CASE(WI-LAST-NAME) TO WL-LAST-NAME
           MOVE FUNCTION UPPER-CASE(WI-FIRST-NAME) TO WL-FIRST-NAME
           IF WI-DOB IS NUMERIC
               MOVE WI-DOB TO WL-DOB
           ELSE
               MOVE ZERO TO WL-DOB
           END-IF
           MOVE WI-LIST-SOURCE TO WL-LIST-SOURCE
           MOVE WS-LOAD-DATE TO WL-LOAD-DATE
           WRITE WATCHLISTRECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "Watch-list entry " WI-ENTRY-ID " name "
                       WI-NAME-SEQ " duplicated - rejected"
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       2000-RESCREEN-CUSTOMERS.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2010-SCREEN-ONE-CUSTOMER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           DISPLAY "Rescreen complete - " WS-SCREENED-COUNT
               " customers screened, " WS-HELD-COUNT
               " awaiting review, " WS-CONFIRMED-COUNT
               " confirmed matches".

       2010-SCREEN-ONE-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER
               ADD 1 TO WS-SCREENED-COUNT
               CALL 'WatchScreen' USING IDNUM, FIRSTNAME, LASTNAME,
                   CUST-DOB, WS-SCREEN-PROGRAM, WS-SCREEN-RESULT
               IF WS-SCREEN-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               IF WS-SCREEN-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNT
               END-IF
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
