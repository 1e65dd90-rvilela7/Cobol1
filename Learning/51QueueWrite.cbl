                           OR CUST-LETTERS-BLOCKED)
                           MOVE 'Y' TO WS-SUPPRESS-SWITCH
                       END-IF
                       IF (LK-DOC-TYPE = "ALRT"
                           OR LK-DOC-TYPE = "RMND")
                           AND CUST-LETTERS-BLOCKED
                           MOVE 'Y' TO WS-SUPPRESS-SWITCH
                       END-IF
