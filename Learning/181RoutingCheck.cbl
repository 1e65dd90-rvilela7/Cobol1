            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoutingCheck.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ROUTING-DIGITS.
           02 WS-RD PIC 9 OCCURS 9 TIMES.
       01 WS-WEIGHTED-SUM PIC 9(3) COMP-3.

       LINKAGE SECTION.
           01 LK-ROUTING PIC X(9).
           01 LK-RESULT PIC X.
               88 LK-ROUTING-VALID VALUE 'Y'.
               88 LK-ROUTING-INVALID VALUE 'N'.

      *> An ABA routing number is nine digits whose last digit checks
      *> the other eight: weighted 3-7-1 across the number, the sum
      *> must come out a multiple of ten. A mistyped routing number
      *> bounces here instead of coming back from the bank as a
      *> return a week later.
       PROCEDURE DIVISION USING LK-ROUTING, LK-RESULT.
       0000-MAIN-PARA.
           SET LK-ROUTING-INVALID TO TRUE
           IF LK-ROUTING IS NOT NUMERIC
               EXIT PROGRAM
           END-IF
           IF LK-ROUTING = ZERO
               EXIT PROGRAM
           END-IF
           MOVE LK-ROUTING TO WS-ROUTING-DIGITS
           COMPUTE WS-WEIGHTED-SUM =
               3 * (WS-RD(1) + WS-RD(4) + WS-RD(7))
               + 7 * (WS-RD(2) + WS-RD(5) + WS-RD(8))
               + (WS-RD(3) + WS-RD(6) + WS-RD(9))
           IF FUNCTION MOD(WS-WEIGHTED-SUM, 10) = ZERO
               SET LK-ROUTING-VALID TO TRUE
           END-IF
           EXIT PROGRAM.
