       01 WS-XREF-RESULT PIC X.
           88 WS-XREF-SHARED VALUE 'S'.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "MergeRegions".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-RF-STATUS PIC XX.
       01 WS-ML-STATUS PIC XX.
           MOVE RGN-FIRSTNAME TO FIRSTNAME
           MOVE RGN-LASTNAME TO LASTNAME
           MOVE RGN-SSN TO CUST-SSN
           PERFORM 3015-PROTECT-SSN
           MOVE RGN-DOB TO CUST-DOB
           MOVE RGN-BALANCE TO BALANCE
           MOVE RGN-STATUS TO CUST-STATUS
                       WS-XREF-IDNUM, WS-XREF-RESULT
           END-WRITE.

       3015-PROTECT-SSN.
           MOVE 'P' TO WS-GUARD-ACTION
           MOVE RGN-IDNUM TO WS-GUARD-IDNUM
           MOVE CUST-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-GUARD-SSN-OUT TO CUST-SSN.

       3020-WRITE-ADDRESS.
           MOVE WS-OLD-IDNUM TO RGNA-IDNUM
           MOVE 'A' TO RGNA-REC-TYPE
