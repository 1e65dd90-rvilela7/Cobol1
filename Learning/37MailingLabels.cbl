               CLOSE COMPLIANCELOG
           END-IF.

      *> One pass over the customer's address records: an estate
      *> address (executor of a deceased customer) always wins; a
      *> seasonal address whose month-day window covers the run date
      *> wins next, otherwise the primary mailing address is used;
      *> returned or confirmed-bad selections are suppressed to the
      *> exception report as before.
       1020-FETCH-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 'N' TO WS-SEASONAL-SWITCH
           END-IF.

       1040-CONSIDER-ADDRESS.
           IF CA-USAGE-ESTATE
               MOVE 'Y' TO WS-SEASONAL-SWITCH
               PERFORM 1060-HOLD-THIS-ADDRESS
           ELSE IF CA-USAGE-SEASONAL AND NOT WS-SEASONAL-PICKED
               PERFORM 1050-CHECK-SEASON-WINDOW
               IF WS-IN-SEASON
                   MOVE 'Y' TO WS-SEASONAL-SWITCH
               IF NOT WS-SEASONAL-PICKED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   PERFORM 1060-HOLD-THIS-ADDRESS
               END-IF
           END-IF.
