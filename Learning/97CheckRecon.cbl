               88 CHK-OUTSTANDING VALUE 'O' ' '.
               88 CHK-CLEARED VALUE 'C'.
               88 CHK-VOIDED VALUE 'V'.
           02 CHK-PRINT-STATUS PIC X.
               88 CHK-PRINT-DUE VALUE 'N'.
               88 CHK-PRINTED VALUE 'P'.
               88 CHK-REPRINT-DUE VALUE 'R'.
               88 CHK-REPRINTED VALUE 'X'.
           02 CHK-PRINT-DATE PIC 9(8).
           02 CHK-ORIGINAL-NUMBER PIC 9(7).

       FD CHECKWORK.
       01 WORKRECORD PIC X(100).

       FD CLEAREDFILE.
       01 CLEAREDRECORD.
           88 WS-OUTSTANDING VALUE 'O'.
           88 WS-VOID-STALE VALUE 'V'.
           88 WS-POSITIVE-PAY VALUE 'P'.
           88 WS-VOID-REPRINT VALUE 'X'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-VOID-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-VOID-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-POSPAY-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REPRINT-NUMBER PIC 9(7).
       01 WS-REPRINT-SWITCH PIC X.
           88 WS-REPRINT-FOUND VALUE 'Y'.
           88 WS-REPRINT-REFUSED VALUE 'N'.
           88 WS-REPRINT-VOIDED VALUE 'V'.

       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-MOVE-AMOUNT PIC S9(7)V99.

       1000-PROCESS-REQUEST.
           DISPLAY "I)mport cleared checks, O)utstanding report, "
               "V)oid stale checks, P)ositive pay, "
               "X) void for reprint or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               PERFORM 4000-VOID-STALE-CHECKS
           ELSE IF WS-POSITIVE-PAY
               PERFORM 5000-POSITIVE-PAY-EXTRACT
           ELSE IF WS-VOID-REPRINT
               PERFORM 6000-VOID-FOR-REPRINT
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter I, O, V, P, X or Q"
           END-IF.

      *> Cleared items must match on both check number and amount;
                   END-IF
           END-READ.

      *> A printed check that was spoiled or lost is voided here
      *> before CheckPrint will produce it again; the replacement
      *> goes out under a new check number for the same payee and
      *> amount, so the customer balance is not touched.
       6000-VOID-FOR-REPRINT.
           DISPLAY "Check number to void for reprint: "
               WITH NO ADVANCING
           ACCEPT WS-REPRINT-NUMBER
           MOVE SPACE TO WS-REPRINT-SWITCH
           MOVE 'N' TO WS-CHECK-EOF-SWITCH
           OPEN INPUT CHECKFILE
           IF WS-CK-STATUS NOT = "00"
               DISPLAY "No refund check file - status " WS-CK-STATUS
               SET WS-CHECK-EOF TO TRUE
           ELSE
               OPEN OUTPUT CHECKWORK
           END-IF
           PERFORM 6010-COPY-ONE-CHECK UNTIL WS-CHECK-EOF
           IF WS-CK-STATUS = "00" OR WS-CK-STATUS = "10"
               CLOSE CHECKFILE
               CLOSE CHECKWORK
               CALL "CBL_DELETE_FILE" USING WS-CHECK-PATH
                   RETURNING WS-RENAME-RC
               CALL "CBL_RENAME_FILE" USING WS-WORK-PATH,
                   WS-CHECK-PATH
                   RETURNING WS-RENAME-RC
           END-IF
           IF WS-REPRINT-VOIDED
               DISPLAY "Check " WS-REPRINT-NUMBER
                   " voided - CheckPrint will reissue it"
           ELSE IF WS-REPRINT-REFUSED
               DISPLAY "Check " WS-REPRINT-NUMBER
                   " is not an outstanding printed check - not voided"
           ELSE
               DISPLAY "Check " WS-REPRINT-NUMBER " not on file"
           END-IF.

       6010-COPY-ONE-CHECK.
           READ CHECKFILE
               AT END SET WS-CHECK-EOF TO TRUE
               NOT AT END
                   IF CHK-NUMBER = WS-REPRINT-NUMBER
                       AND WS-REPRINT-SWITCH = SPACE
                       IF CHK-OUTSTANDING
                           AND (CHK-PRINTED OR CHK-PRINT-STATUS = SPACE)
                           SET CHK-VOIDED TO TRUE
                           SET CHK-REPRINT-DUE TO TRUE
                           SET WS-REPRINT-VOIDED TO TRUE
                       ELSE
                           SET WS-REPRINT-REFUSED TO TRUE
                       END-IF
                   END-IF
                   MOVE CHECKRECORD TO WORKRECORD
                   WRITE WORKRECORD
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
