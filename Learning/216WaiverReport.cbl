            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WaiverReport.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVERFILE ASSIGN TO "files/Waivers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WV-KEY
               FILE STATUS IS WS-WV-STATUS.
           SELECT WAIVERRPT ASSIGN TO "files/WaiverReport.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WAIVERFILE.
       COPY "Waiver.cpy".

       FD WAIVERRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-PARM-STRING PIC X(30). *> optional PARM "YYYYMM"
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           02 WS-RM-YYYY PIC 9(4).
           02 WS-RM-MM PIC 99.
       01 WS-CURRENT-DATE.
           02 WS-CD-YYYY PIC 9(4).
           02 WS-CD-MM PIC 99.
           02 FILLER PIC X(15).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-WINDOW-MONTHS PIC 9(6) COMP-3.
       01 WS-WINDOW-START-X.
           02 WS-WS-YYYY PIC 9(4).
           02 WS-WS-MM PIC 99.
           02 WS-WS-DD PIC 99.
       01 WS-WINDOW-START REDEFINES WS-WINDOW-START-X PIC 9(8).

       01 WS-REASON-LIST.
           02 FILLER PIC X(23) VALUE "GDWGoodwill".
           02 FILLER PIC X(23) VALUE "ERRBilling error".
           02 FILLER PIC X(23) VALUE "HSHHardship".
           02 FILLER PIC X(23) VALUE "FTCFirst-time courtesy".
           02 FILLER PIC X(23) VALUE "SVCService failure".
           02 FILLER PIC X(23) VALUE "OTHOther".
       01 WS-REASON-NAMES REDEFINES WS-REASON-LIST.
           02 WS-REASON-NAME-ENTRY OCCURS 6 TIMES.
               03 WS-RN-CODE PIC X(3).
               03 WS-RN-NAME PIC X(20).
       01 WS-CLASS-LIST.
           02 FILLER PIC X(13) VALUE "RRetail".
           02 FILLER PIC X(13) VALUE "CCommercial".
           02 FILLER PIC X(13) VALUE "EEmployee".
           02 FILLER PIC X(13) VALUE "VVIP".
           02 FILLER PIC X(13) VALUE "?Other".
       01 WS-CLASS-NAMES REDEFINES WS-CLASS-LIST.
           02 WS-CLASS-NAME-ENTRY OCCURS 5 TIMES.
               03 WS-CN-CODE PIC X.
               03 WS-CN-NAME PIC X(12).

      *> Group 1 is by reason, group 2 by customer class.
       01 WS-REASON-TABLE.
           02 WS-REASON-ENTRY OCCURS 6 TIMES.
               03 WS-RT-COUNT PIC 9(5) COMP-3.
               03 WS-RT-APPLIED PIC S9(9)V99 COMP-3.
       01 WS-CLASS-TABLE.
           02 WS-CLASS-ENTRY OCCURS 5 TIMES.
               03 WS-CT-COUNT PIC 9(5) COMP-3.
               03 WS-CT-APPLIED PIC S9(9)V99 COMP-3.
       01 WS-OPERATOR-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-OPERATOR-TABLE.
           02 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
               03 WS-OT-ID PIC X(8).
               03 WS-OT-COUNT PIC 9(5) COMP-3.
               03 WS-OT-APPLIED-COUNT PIC 9(5) COMP-3.
               03 WS-OT-APPLIED PIC S9(9)V99 COMP-3.
               03 WS-OT-REFERRED PIC 9(5) COMP-3.
               03 WS-OT-REJECTED PIC 9(5) COMP-3.
               03 WS-OT-REPEATS PIC 9(5) COMP-3.

      *> Every account waived in the twelve months to the end of the
      *> report month, with how many waivers it had; two or more
      *> makes each of its waivers this month a repeat.
       01 WS-ACCOUNT-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-ACCOUNT-OVERFLOW PIC X VALUE 'N'.
           88 WS-ACCOUNTS-OVERFLOWED VALUE 'Y'.
       01 WS-ACCOUNT-TABLE.
           02 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               03 WS-AC-IDNUM PIC 9(7).
               03 WS-AC-WAIVERS PIC 9(3) COMP-3.
               03 WS-AC-LISTED PIC X.
                   88 WS-AC-ALREADY-LISTED VALUE 'Y'.

       01 WS-IDX PIC 9(4) COMP-3.
       01 WS-ACCOUNT-HIT PIC 9(4) COMP-3.
       01 WS-OPERATOR-HIT PIC 9(3) COMP-3.
       01 WS-REASON-HIT PIC 9 COMP-3.
       01 WS-CLASS-HIT PIC 9 COMP-3.
       01 WS-REPEAT-SWITCH PIC X.
           88 WS-IS-REPEAT VALUE 'Y'.

       01 WS-TOT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-APPLIED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-APPLIED PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-REFERRED PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-REJECTED PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-TOT-REPEATS PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-REPEAT-ACCOUNTS PIC 9(5) COMP-3 VALUE ZERO.

       01 PAGEHEADING.
           02 FILLER PIC X(33)
               VALUE "Fee and interest waivers for the ".
           02 FILLER PIC X(6) VALUE "month ".
           02 PRNMONTH PIC 9(6).
       01 DETAILHEADS PIC X(132) VALUE
           "Waiver  IDNum   Class        Waived             Amount  Reason               Status   Maker    Approver  12 months".
       01 DETAILLINE.
           02 PRNNUMBER PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCLASS PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PRNTARGET PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNAMOUNT PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREASON PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTATUS PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNMAKER PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCHECKER PIC X(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNWINDOWCOUNT PIC ZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNREPEAT PIC X(20).
       01 OPERATORHEADS PIC X(132) VALUE
           "Operator  Waivers  Applied      Amount applied  Sent for approval  Rejected  Repeats".
       01 OPERATORLINE.
           02 PRNOPERATOR PIC X(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNOCOUNT PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNOAPPLIEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNOAPPLIED PIC $$$,$$$,$$9.99-.
           02 FILLER PIC X(14) VALUE SPACE.
           02 PRNOREFERRED PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNOREJECTED PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNOREPEATS PIC ZZZZ9.
       01 GROUPHEADS.
           02 PRNGROUPTITLE PIC X(22).
           02 FILLER PIC X(40) VALUE "Waivers      Amount applied".
       01 GROUPLINE.
           02 PRNGROUPNAME PIC X(20).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNGCOUNT PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNGAPPLIED PIC $$$,$$$,$$9.99-.
       01 REPEATLINE.
           02 FILLER PIC X(40) VALUE
               "Accounts waived more than once in 12 mo ".
           02 PRNREPEATACCOUNTS PIC ZZZZ9.

       01 WS-WV-STATUS PIC XX.
       01 WS-WR-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Monthly return of fee and interest waivers entered in the
      *> month (the PARM YYYYMM, default last month). Each waiver is
      *> listed with its reason and who entered and approved it, and
      *> any account waived more than once in the twelve months to
      *> the end of the month is flagged as a repeat. Totals follow
      *> by operator - including how many went over their authority
      *> and were sent for approval - then by reason and by customer
      *> class. Amounts are what was actually waived; waivers still
      *> held or rejected are counted but carry no amount.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:6) IS NUMERIC
               MOVE WS-PARM-STRING(1:6) TO WS-REPORT-MONTH
           ELSE
               PERFORM 1000-DEFAULT-TO-LAST-MONTH
           END-IF
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100 + 31
           COMPUTE WS-WINDOW-MONTHS = WS-RM-YYYY * 12 + WS-RM-MM - 12
           DIVIDE WS-WINDOW-MONTHS BY 12 GIVING WS-WS-YYYY
               REMAINDER WS-WS-MM
           ADD 1 TO WS-WS-MM
           MOVE 1 TO WS-WS-DD
           INITIALIZE WS-REASON-TABLE
           INITIALIZE WS-CLASS-TABLE
           OPEN OUTPUT WAIVERRPT
           IF WS-WR-STATUS NOT = "00"
               MOVE "WAIVERRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-WR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-REPORT-MONTH TO PRNMONTH
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM DETAILHEADS
           OPEN INPUT WAIVERFILE
           IF WS-WV-STATUS = "00"
               PERFORM 2000-COUNT-WINDOW-WAIVERS
               PERFORM 3000-LIST-MONTH-WAIVERS
               CLOSE WAIVERFILE
           ELSE
               DISPLAY "No waivers on file - status " WS-WV-STATUS
           END-IF
           PERFORM 5000-PRINT-TOTALS
           CLOSE WAIVERRPT
           IF WS-ACCOUNTS-OVERFLOWED
               DISPLAY "More than 1000 accounts waived in 12 months - "
                   "repeat flags are incomplete"
           END-IF
           DISPLAY "Waiver report for " WS-REPORT-MONTH " complete - "
               WS-TOT-COUNT " waivers, " WS-TOT-REPEATS " repeats on "
               WS-REPEAT-ACCOUNTS " accounts"
           GOBACK.

       1000-DEFAULT-TO-LAST-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CD-YYYY TO WS-RM-YYYY
           MOVE WS-CD-MM TO WS-RM-MM
           IF WS-RM-MM = 1
               MOVE 12 TO WS-RM-MM
               SUBTRACT 1 FROM WS-RM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-RM-MM
           END-IF.

      *> A waiver turned down by the approver was never given, so it
      *> does not make the account a repeat; neither does one that
      *> failed to post.
       2000-COUNT-WINDOW-WAIVERS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WV-KEY
           START WAIVERFILE KEY IS NOT LESS THAN WV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 2010-COUNT-ONE-WAIVER UNTIL WSEOF.

       2010-COUNT-ONE-WAIVER.
           READ WAIVERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR WV-ENTRY-DATE < WS-WINDOW-START
               OR WV-ENTRY-DATE > WS-MONTH-END
               OR WV-REJECTED OR WV-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-FIND-ACCOUNT
           IF WS-ACCOUNT-HIT > ZERO
               ADD 1 TO WS-AC-WAIVERS(WS-ACCOUNT-HIT)
           END-IF.

       3000-LIST-MONTH-WAIVERS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WV-KEY
           START WAIVERFILE KEY IS NOT LESS THAN WV-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 3010-LIST-ONE-WAIVER UNTIL WSEOF.

       3010-LIST-ONE-WAIVER.
           READ WAIVERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF OR WV-ENTRY-DATE < WS-MONTH-START
               OR WV-ENTRY-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-REASON-HIT
           PERFORM 3100-MATCH-ONE-REASON
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
           MOVE 5 TO WS-CLASS-HIT
           PERFORM 3110-MATCH-ONE-CLASS
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
           PERFORM 8100-FIND-OPERATOR
           PERFORM 3200-CHECK-REPEAT
           PERFORM 3300-ADD-TO-TOTALS
           PERFORM 3400-PRINT-WAIVER.

       3100-MATCH-ONE-REASON.
           IF WS-RN-CODE(WS-IDX) = WV-REASON
               MOVE WS-IDX TO WS-REASON-HIT
           END-IF.

       3110-MATCH-ONE-CLASS.
           IF WS-CN-CODE(WS-IDX) = WV-CLASS
               OR (WV-CLASS = SPACE AND WS-IDX = 1)
               MOVE WS-IDX TO WS-CLASS-HIT
           END-IF.

       3200-CHECK-REPEAT.
           MOVE 'N' TO WS-REPEAT-SWITCH
           MOVE ZERO TO PRNWINDOWCOUNT
           MOVE ZERO TO WS-ACCOUNT-HIT
           PERFORM 8010-MATCH-ONE-ACCOUNT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCOUNT-COUNT
               OR WS-ACCOUNT-HIT > ZERO
           IF WS-ACCOUNT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AC-WAIVERS(WS-ACCOUNT-HIT) TO PRNWINDOWCOUNT
           IF WS-AC-WAIVERS(WS-ACCOUNT-HIT) > 1
               AND NOT WV-REJECTED AND NOT WV-FAILED
               SET WS-IS-REPEAT TO TRUE
               IF NOT WS-AC-ALREADY-LISTED(WS-ACCOUNT-HIT)
                   MOVE 'Y' TO WS-AC-LISTED(WS-ACCOUNT-HIT)
                   ADD 1 TO WS-REPEAT-ACCOUNTS
               END-IF
           END-IF.

       3300-ADD-TO-TOTALS.
           ADD 1 TO WS-TOT-COUNT
           ADD 1 TO WS-RT-COUNT(WS-REASON-HIT)
           ADD 1 TO WS-CT-COUNT(WS-CLASS-HIT)
           IF WS-OPERATOR-HIT > ZERO
               ADD 1 TO WS-OT-COUNT(WS-OPERATOR-HIT)
           END-IF
           IF WV-APPLIED
               ADD 1 TO WS-TOT-APPLIED-COUNT
               ADD WV-AMOUNT TO WS-TOT-APPLIED
               ADD WV-AMOUNT TO WS-RT-APPLIED(WS-REASON-HIT)
               ADD WV-AMOUNT TO WS-CT-APPLIED(WS-CLASS-HIT)
               IF WS-OPERATOR-HIT > ZERO
                   ADD 1 TO WS-OT-APPLIED-COUNT(WS-OPERATOR-HIT)
                   ADD WV-AMOUNT TO WS-OT-APPLIED(WS-OPERATOR-HIT)
               END-IF
           END-IF
           IF NOT WV-WITHIN-AUTHORITY
               ADD 1 TO WS-TOT-REFERRED
               IF WS-OPERATOR-HIT > ZERO
                   ADD 1 TO WS-OT-REFERRED(WS-OPERATOR-HIT)
               END-IF
           END-IF
           IF WV-REJECTED
               ADD 1 TO WS-TOT-REJECTED
               IF WS-OPERATOR-HIT > ZERO
                   ADD 1 TO WS-OT-REJECTED(WS-OPERATOR-HIT)
               END-IF
           END-IF
           IF WS-IS-REPEAT
               ADD 1 TO WS-TOT-REPEATS
               IF WS-OPERATOR-HIT > ZERO
                   ADD 1 TO WS-OT-REPEATS(WS-OPERATOR-HIT)
               END-IF
           END-IF.

       3400-PRINT-WAIVER.
           MOVE WV-NUMBER TO PRNNUMBER
           MOVE WV-IDNUM TO PRNIDNUM
           MOVE WS-CN-NAME(WS-CLASS-HIT) TO PRNCLASS
           IF WV-WAIVE-FEES
               MOVE "Fees" TO PRNTARGET
           ELSE
               MOVE "Interest" TO PRNTARGET
           END-IF
           MOVE WV-AMOUNT TO PRNAMOUNT
           MOVE WS-RN-NAME(WS-REASON-HIT) TO PRNREASON
           EVALUATE TRUE
               WHEN WV-APPLIED
                   MOVE "Applied" TO PRNSTATUS
               WHEN WV-HELD
                   MOVE "Held" TO PRNSTATUS
               WHEN WV-REJECTED
                   MOVE "Rejected" TO PRNSTATUS
               WHEN OTHER
                   MOVE "Failed" TO PRNSTATUS
           END-EVALUATE
           MOVE WV-MAKER TO PRNMAKER
           MOVE WV-CHECKER TO PRNCHECKER
           IF WS-IS-REPEAT
               MOVE "*** REPEAT WAIVER" TO PRNREPEAT
           ELSE
               MOVE SPACES TO PRNREPEAT
           END-IF
           WRITE PRINTLINE FROM DETAILLINE.

       5000-PRINT-TOTALS.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM OPERATORHEADS
           PERFORM 5100-PRINT-ONE-OPERATOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OPERATOR-COUNT
           MOVE "All" TO PRNOPERATOR
           MOVE WS-TOT-COUNT TO PRNOCOUNT
           MOVE WS-TOT-APPLIED-COUNT TO PRNOAPPLIEDCOUNT
           MOVE WS-TOT-APPLIED TO PRNOAPPLIED
           MOVE WS-TOT-REFERRED TO PRNOREFERRED
           MOVE WS-TOT-REJECTED TO PRNOREJECTED
           MOVE WS-TOT-REPEATS TO PRNOREPEATS
           WRITE PRINTLINE FROM OPERATORLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Reason" TO PRNGROUPTITLE
           WRITE PRINTLINE FROM GROUPHEADS
           PERFORM 5200-PRINT-ONE-REASON
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Customer class" TO PRNGROUPTITLE
           WRITE PRINTLINE FROM GROUPHEADS
           PERFORM 5300-PRINT-ONE-CLASS
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE WS-REPEAT-ACCOUNTS TO PRNREPEATACCOUNTS
           WRITE PRINTLINE FROM REPEATLINE.

       5100-PRINT-ONE-OPERATOR.
           MOVE WS-OT-ID(WS-IDX) TO PRNOPERATOR
           MOVE WS-OT-COUNT(WS-IDX) TO PRNOCOUNT
           MOVE WS-OT-APPLIED-COUNT(WS-IDX) TO PRNOAPPLIEDCOUNT
           MOVE WS-OT-APPLIED(WS-IDX) TO PRNOAPPLIED
           MOVE WS-OT-REFERRED(WS-IDX) TO PRNOREFERRED
           MOVE WS-OT-REJECTED(WS-IDX) TO PRNOREJECTED
           MOVE WS-OT-REPEATS(WS-IDX) TO PRNOREPEATS
           WRITE PRINTLINE FROM OPERATORLINE.

       5200-PRINT-ONE-REASON.
           MOVE WS-RN-NAME(WS-IDX) TO PRNGROUPNAME
           MOVE WS-RT-COUNT(WS-IDX) TO PRNGCOUNT
           MOVE WS-RT-APPLIED(WS-IDX) TO PRNGAPPLIED
           WRITE PRINTLINE FROM GROUPLINE.

       5300-PRINT-ONE-CLASS.
           MOVE WS-CN-NAME(WS-IDX) TO PRNGROUPNAME
           MOVE WS-CT-COUNT(WS-IDX) TO PRNGCOUNT
           MOVE WS-CT-APPLIED(WS-IDX) TO PRNGAPPLIED
           WRITE PRINTLINE FROM GROUPLINE.

      *> Finds the waiver's account on the table, adding it if there
      *> is room; WS-ACCOUNT-HIT is zero when the table is full.
       8000-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-HIT
           PERFORM 8010-MATCH-ONE-ACCOUNT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCOUNT-COUNT
               OR WS-ACCOUNT-HIT > ZERO
           IF WS-ACCOUNT-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-COUNT < 1000
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-HIT
               MOVE WV-IDNUM TO WS-AC-IDNUM(WS-ACCOUNT-HIT)
               MOVE ZERO TO WS-AC-WAIVERS(WS-ACCOUNT-HIT)
               MOVE 'N' TO WS-AC-LISTED(WS-ACCOUNT-HIT)
           ELSE
               MOVE 'Y' TO WS-ACCOUNT-OVERFLOW
           END-IF.

       8010-MATCH-ONE-ACCOUNT.
           IF WS-AC-IDNUM(WS-IDX) = WV-IDNUM
               MOVE WS-IDX TO WS-ACCOUNT-HIT
           END-IF.

       8100-FIND-OPERATOR.
           MOVE ZERO TO WS-OPERATOR-HIT
           PERFORM 8110-MATCH-ONE-OPERATOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OPERATOR-COUNT
               OR WS-OPERATOR-HIT > ZERO
           IF WS-OPERATOR-HIT = ZERO AND WS-OPERATOR-COUNT < 50
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-HIT
               INITIALIZE WS-OPERATOR-ENTRY(WS-OPERATOR-HIT)
               MOVE WV-MAKER TO WS-OT-ID(WS-OPERATOR-HIT)
           END-IF.

       8110-MATCH-ONE-OPERATOR.
           IF WS-OT-ID(WS-IDX) = WV-MAKER
               MOVE WS-IDX TO WS-OPERATOR-HIT
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
