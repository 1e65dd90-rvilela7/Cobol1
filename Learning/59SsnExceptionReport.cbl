               IF XRF-SSN = WS-PREV-SSN
                   ADD 1 TO WS-SHARE-COUNT
                   MOVE SPACES TO WS-SSN-DISPLAY
                   STRING "***-**-" DELIMITED BY SIZE
                       XRF-SSN(6:4) DELIMITED BY SIZE
                       INTO WS-SSN-DISPLAY
                   MOVE WS-SSN-DISPLAY TO PRNSSN
