                   OR TRN-SSN-GROUP = ZERO OR TRN-SSN-SERIAL = ZERO)
               MOVE 'N' TO WS-TRANS-OK
               MOVE "SSN" TO WS-REJECT-FIELD
               MOVE SPACES TO WS-REJECT-VALUE
               STRING "*****" DELIMITED BY SIZE
                   TRN-SSN-SERIAL DELIMITED BY SIZE
                   INTO WS-REJECT-VALUE
               MOVE "INVALID AREA/GROUP/SERIAL" TO WS-REJECT-REASON
               PERFORM 3000-LOG-REJECT-ENTRY
           END-IF
