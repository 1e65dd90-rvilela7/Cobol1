       01 WS-RUN-MMDD PIC 9(4).
       01 WS-SEL-ZIP PIC X(10).

       01 WS-PARM-STRING PIC X(10). *> "STMT", "DUNN", "ESTC" or "RMND"
       01 WS-WANT-DOC PIC X(4) VALUE "STMT".
       01 WS-TRAY-SIZE PIC 9(3) VALUE 150.
       01 WS-TRAY-COUNT PIC 9(3) COMP-3 VALUE ZERO.
           IF WS-PARM-STRING(1:4) = "DUNN"
               MOVE "DUNN" TO WS-WANT-DOC
           END-IF
           IF WS-PARM-STRING(1:4) = "ESTC"
               MOVE "ESTC" TO WS-WANT-DOC
           END-IF
           IF WS-PARM-STRING(1:4) = "RMND"
               MOVE "RMND" TO WS-WANT-DOC
           END-IF
           SORT SORTWORK ASCENDING KEY SRT-ZIP
               INPUT PROCEDURE 1000-LOAD-QUEUED-PIECES
               OUTPUT PROCEDURE 2000-WRITE-MANIFEST
           END-IF.

       1120-CONSIDER-ADDRESS.
           IF CA-USAGE-ESTATE
               MOVE 'Y' TO WS-SEASONAL-SWITCH
               PERFORM 1140-HOLD-THIS-ADDRESS
           ELSE IF CA-USAGE-SEASONAL AND NOT WS-SEASONAL-PICKED
               PERFORM 1130-CHECK-SEASON-WINDOW
               IF WS-IN-SEASON
                   MOVE 'Y' TO WS-SEASONAL-SWITCH
               IF NOT WS-SEASONAL-PICKED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   PERFORM 1140-HOLD-THIS-ADDRESS
               END-IF
           END-IF.
