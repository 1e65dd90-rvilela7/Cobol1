       01 WS-LOADED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-HASH-TOTAL PIC 9(9) COMP-3 VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-SCREEN-RESULT PIC X.
           88 WS-SCREEN-CLEAR VALUE 'N'.

       01 WS-CD-ACTION PIC X.
       01 WS-CD-IDNUM PIC 9(7).
       01 WS-XREF-RESULT PIC X.
           88 WS-XREF-SHARED VALUE 'S'.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "CsvImport".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "CSVIMPORT ".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
           DISPLAY "CSV import complete - " WS-READ-COUNT " rows, "
               WS-LOADED-COUNT " placed on the onboarding queue, "
               WS-REJECT-COUNT " rejected"
           IF WS-HELD-COUNT > ZERO
               DISPLAY WS-HELD-COUNT " held for watch-list review"
           END-IF
           GOBACK.

       1000-IMPORT-ONE-ROW.
           IF WS-CSV-SSN(1:9) IS NOT NUMERIC
               MOVE 'N' TO WS-ROW-OK
               MOVE "SSN" TO WS-REJECT-FIELD
               MOVE "(not shown)" TO WS-REJECT-VALUE
               MOVE "SSN NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 4000-LOG-REJECT-ENTRY
           ELSE
                   OR WS-WORK-SSN-SERIAL = ZERO
                   MOVE 'N' TO WS-ROW-OK
                   MOVE "SSN" TO WS-REJECT-FIELD
                   MOVE SPACES TO WS-REJECT-VALUE
                   STRING "*****" DELIMITED BY SIZE
                       WS-WORK-SSN-SERIAL DELIMITED BY SIZE
                       INTO WS-REJECT-VALUE
                   MOVE "INVALID AREA/GROUP/SERIAL"
                       TO WS-REJECT-REASON
                   PERFORM 4000-LOG-REJECT-ENTRY
                   TO PCU-FIRSTNAME
               MOVE FUNCTION UPPER-CASE(PCU-LASTNAME)
                   TO PCU-LASTNAME
               PERFORM 3010-PROTECT-SSN
               MOVE WS-GUARD-SSN-OUT TO PCU-SSN
               MOVE WS-WORK-DOB TO PCU-DOB
               COMPUTE PCU-BALANCE =
                   FUNCTION NUMVAL(WS-CSV-BALANCE)
               SET PCU-PENDING TO TRUE
               MOVE SPACES TO PCU-REASON
               MOVE FUNCTION CURRENT-DATE(1:8) TO PCU-ENTERED
               PERFORM 3100-SCREEN-NEW-CUSTOMER
               WRITE PENDINGCUSTREC
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       ADD PCU-IDNUM TO WS-HASH-TOTAL
                       IF PCU-HELD
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
               END-WRITE
           END-IF.

      *> A name that may match a sanctions listing still goes onto
      *> the queue, but held, so it cannot be activated until the
      *> screening review has cleared it.
      *> The queue holds the SSN protected, as the master does.
       3010-PROTECT-SSN.
           MOVE 'P' TO WS-GUARD-ACTION
           MOVE WS-CD-IDNUM TO WS-GUARD-IDNUM
           MOVE WS-WORK-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

       3100-SCREEN-NEW-CUSTOMER.
           CALL 'WatchScreen' USING PCU-IDNUM, PCU-FIRSTNAME,
               PCU-LASTNAME, PCU-DOB, WS-JRN-PROGRAM, WS-SCREEN-RESULT
           IF NOT WS-SCREEN-CLEAR
               SET PCU-HELD TO TRUE
               MOVE "WATCH-LIST REVIEW" TO PCU-REASON
           END-IF.

       4000-LOG-REJECT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO REJECTLINE
