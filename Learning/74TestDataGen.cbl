       01 WS-CLASS-PICKS PIC X(10) VALUE "RRRRRRCCEV".
       01 WS-WRITE-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "TestDataGen".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-STAMP PIC 9(14).
           02 FILLER PIC X(7).
           PERFORM 8000-NEXT-RANDOM
           COMPUTE SSN-SERIAL =
               FUNCTION MOD(WS-RANDOM-VALUE, 9999) + 1
           PERFORM 1010-PROTECT-SSN
           PERFORM 8000-NEXT-RANDOM
           COMPUTE DOB-MM = FUNCTION MOD(WS-RANDOM-VALUE, 12) + 1
           PERFORM 8000-NEXT-RANDOM
                   PERFORM 1100-GENERATE-ADDRESS-PHONE
           END-WRITE.

      *> Rehearsal masters hold SSNs protected like the live one, so
      *> every program reading them sees what production sees.
       1010-PROTECT-SSN.
           MOVE 'P' TO WS-GUARD-ACTION
           MOVE IDNUM TO WS-GUARD-IDNUM
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

       1100-GENERATE-ADDRESS-PHONE.
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
