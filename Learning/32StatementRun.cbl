               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT STATEMENTFILE ASSIGN TO "files/CustomerStatements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT REWARDSFILE ASSIGN TO "files/RewardsAccount.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RWA-IDNUM
               FILE STATUS IS WS-RA-STATUS.
           SELECT COMPLIANCELOG ASSIGN TO "files/Compliance.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT MINDUEFILE ASSIGN TO "files/MinimumDue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MND-KEY
               FILE STATUS IS WS-MD-STATUS.
           SELECT RULEFILE ASSIGN TO "files/MinimumPayRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD REWARDSFILE.
       COPY "RewardsAccount.cpy".

       FD COMPLIANCELOG.
       01 COMPLIANCELINE PIC X(80).

       FD MINDUEFILE.
       COPY "MinimumDue.cpy".

       FD RULEFILE.
       COPY "MinimumPayRule.cpy".

       FD MESSAGEFILE.
       01 MESSAGERECORD.
           02 SM-PRIORITY PIC 99.
           02 SM-FROM-DATE PIC 9(8).
           02 SM-TO-DATE PIC 9(8).
           02 SM-TEXT PIC X(60).
           02 SM-LANGUAGE PIC XX.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-SEL-STATE PIC XX.
       01 WS-SEL-ZIP PIC X(10).
       01 WS-SUPPRESS-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "STMTRUN   ".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 EXCEPTLINE.
           02 PRNEXDATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
       01 WS-MOVEMENT-COUNT PIC 9(3) COMP-3.
       01 WS-STATEMENT-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-FAMILY-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-FAMILY-EOF VALUE 'Y'.
       01 WS-MEMBER-FOUND-SWITCH PIC X.
           88 WS-MEMBER-FOUND VALUE 'Y'.
       01 WS-FAMILY-ROLE PIC X.
           88 WS-CONSOLIDATED-CHILD VALUE 'C'.
           88 WS-CONSOLIDATED-PARENT VALUE 'P'.
       01 WS-FAMILY-PARENT PIC 9(7).
       01 WS-FAMILY-TOTAL PIC S9(9)V99 COMP-3.
       01 WS-FAMILY-MEMBERS PIC 9(3) COMP-3.
       01 WS-FAMILY-STMT-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-LINK-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-LINK-IDX PIC 9(4) COMP-3.
       01 WS-LINK-TABLE.
           02 WS-LINK-ENTRY OCCURS 1000 TIMES.
               03 WS-FL-CHILD PIC 9(7).
               03 WS-FL-PARENT PIC 9(7).
               03 WS-FL-CONSOLIDATED PIC X.
       01 WS-CPARENT-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-CPARENT-IDX PIC 9(3) COMP-3.
       01 WS-CPARENT-TABLE.
           02 WS-CP-IDNUM PIC 9(7) OCCURS 300 TIMES.
       01 FAMILYHEADING.
           02 PRNFAMTITLE PIC X(34).
           02 PRNFAMMM PIC 99.
           02 FILLER PIC X VALUE "/".
           02 PRNFAMYYYY PIC 9999.
       01 MEMBERHEADLINE.
           02 PRNMEMBERLABEL PIC X(8).
           02 PRNMEMBERID PIC 9(7).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNMEMBERNAME PIC X(52).
       01 FAMILYCOUNTLINE.
           02 PRNFAMCOUNTLABEL PIC X(20).
           02 PRNFAMCOUNT PIC ZZ9.

       01 STMTHEADING.
           02 PRNSTMTTITLE PIC X(23).
           02 PRNSTMTMM PIC 99.
           02 FILLER PIC X VALUE "/".
           02 PRNSTMTYYYY PIC 9999.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNSTMTADDR PIC X(60).
       01 STMTIDLINE.
           02 PRNSTMTIDLABEL PIC X(16).
           02 PRNSTMTID PIC 9(7).
       01 STMTMONEYLINE.
           02 PRNMONEYLABEL PIC X(20).
           02 FILLER PIC XX.
       01 WS-PLAN-DUE-YYYY PIC 9(4).
       01 WS-PLAN-DUE-MM PIC 99.
       01 PLANHEADLINE PIC X(44).
       01 PLANSCHEDLINE.
           02 PRNPLANINSTLABEL PIC X(14).
           02 PRNPLANINST PIC ZZ9.
           02 PRNPLANDUELABEL PIC X(6).
           02 PRNPLANMM PIC 99.
           02 FILLER PIC X VALUE "/".
           02 PRNPLANYYYY PIC 9999.
       01 WS-DUE-COUNT PIC 9(3) COMP-3.
       01 WS-PRINCIPAL-PART PIC S9(9)V99 COMP-3.
       01 WS-INVOICE-DUE PIC S9(9)V99 COMP-3.
       01 DUEHEADLINE PIC X(30).
       01 DUEDETAILLINE.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDUENUMBER PIC 9(7).
           02 PRNDUELABEL PIC X(6).
           02 PRNDUEDATE PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNDUEAMOUNT PIC $$,$$$,$$9.99-.
       01 DUEPROMOLINE.
           02 PRNPROMOLABEL PIC X(11).
           02 PRNPROMOCODE PIC X(6).
           02 PRNPROMOBALLABEL PIC X(10).
           02 PRNPROMOBALANCE PIC $$,$$$,$$9.99-.
           02 PRNPROMOENDLABEL PIC X(24).
           02 PRNPROMOEND PIC 9(8).
           02 PRNPROMODEFLABEL PIC X(11).
           02 PRNPROMODEFERRED PIC $$$,$$9.99.

       01 WS-RA-STATUS PIC XX.
       01 WS-HAVE-REWARDS PIC X VALUE 'N'.
           88 WS-REWARDS-FILE-OPEN VALUE 'Y'.
       01 WS-POINT-VALUE PIC 9V99 VALUE 0.01.
       01 WS-POINTS-WORTH PIC 9(7)V99.
       01 STMTPOINTSLINE.
           02 PRNPOINTSLABEL PIC X(20).
           02 PRNPOINTS PIC ZZZ,ZZZ,ZZ9.
           02 PRNWORTHLABEL PIC X(10).
           02 PRNPOINTSWORTH PIC $$,$$$,$$9.99.

       01 WS-MSG-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-MSG-EOF VALUE 'Y'.
               03 WS-SM-FROM PIC 9(8).
               03 WS-SM-TO PIC 9(8).
               03 WS-SM-TEXT PIC X(60).
               03 WS-SM-LANGUAGE PIC XX.
               03 WS-SM-PRINTED PIC 9(5) COMP-3.
       01 WS-MSG-PICK-EN PIC 9(3) COMP-3.
       01 WS-RUN-DATE PIC 9(8).
       01 MSGCOUNTLINE.
           02 FILLER PIC X(9) VALUE "Message ".
           02 PRNMSGCOUNT PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE " times.".

       01 WS-MD-STATUS PIC XX.
       01 WS-MR-STATUS PIC XX.
       01 WS-HAVE-MINDUE PIC X VALUE 'N'.
           88 WS-MINDUE-FILE-OPEN VALUE 'Y'.
       01 WS-RULE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RULE-EOF VALUE 'Y'.
       01 WS-RULE-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-RULE-IDX PIC 9(3) COMP-3.
       01 WS-RULE-PICK PIC 9(3) COMP-3.
       01 WS-RULE-TABLE.
           02 WS-RULE-ENTRY OCCURS 20 TIMES.
               03 WS-MR-CLASS PIC X.
               03 WS-MR-PERCENT PIC V9(4) COMP-3.
               03 WS-MR-FLOOR PIC 9(5)V99 COMP-3.
               03 WS-MR-DUE-DAYS PIC 9(3) COMP-3.
               03 WS-MR-LATE-FEE PIC 9(5)V99 COMP-3.
       01 WS-DFT-PERCENT PIC V9(4) VALUE .0200.
       01 WS-DFT-FLOOR PIC 9(5)V99 VALUE 25.00.
       01 WS-DFT-DUE-DAYS PIC 9(3) VALUE 25.
       01 WS-DFT-LATE-FEE PIC 9(5)V99 VALUE 25.00.
       01 WS-MIN-PERCENT PIC V9(4).
       01 WS-MIN-FLOOR PIC 9(5)V99.
       01 WS-MIN-DUE-DAYS PIC 9(3).
       01 WS-MIN-LATE-FEE PIC 9(5)V99.
       01 WS-MIN-OWED PIC S9(7)V99 COMP-3.
       01 WS-MIN-FEES PIC 9(7)V99 COMP-3.
       01 WS-MIN-PERCENT-PART PIC 9(7)V99 COMP-3.
       01 WS-MIN-PAST-DUE PIC 9(7)V99 COMP-3.
       01 WS-MIN-AMOUNT PIC 9(7)V99 COMP-3.
       01 WS-MIN-DUE-DATE PIC 9(8).
       01 WS-PRIOR-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
           02 WS-PRIOR-YYYY PIC 9(4).
           02 WS-PRIOR-MM PIC 99.
       01 WS-FAMILY-MINIMUM PIC 9(9)V99 COMP-3.
       01 WS-MINDUE-SAVED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 STMTPAYBYLINE.
           02 PRNPAYBYLABEL PIC X(20).
           02 PRNPAYBYDATE PIC 9(8).

       01 WS-QUEUE-DOC PIC X(4) VALUE "STMT".

       COPY "StatementWording.cpy".
       01 WS-LANG-ACTION PIC X.
       01 WS-LANG-PROGRAM PIC X(10) VALUE "STMTRUN".
       01 WS-LANG-DOC PIC X(4).
       01 WS-LANGUAGE PIC XX.
       01 WS-FALLBACK-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-QUEUE-CHANNEL PIC X.

       01 WS-CF-STATUS PIC XX.
           END-IF
           PERFORM 0100-RESOLVE-CYCLE
           PERFORM 0200-LOAD-MESSAGES
           PERFORM 0250-LOAD-MINIMUM-RULES
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
           IF WS-IH-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-INVOICES
           END-IF
           OPEN INPUT REWARDSFILE
           IF WS-RA-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-REWARDS
           END-IF
           OPEN I-O MINDUEFILE
           IF WS-MD-STATUS = "35"
               OPEN OUTPUT MINDUEFILE
               CLOSE MINDUEFILE
               OPEN I-O MINDUEFILE
           END-IF
           IF WS-MD-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-MINDUE
           ELSE
               DISPLAY "MINDUEFILE STATUS " WS-MD-STATUS
                   " - minimum payments printed but not saved"
           END-IF
           OPEN OUTPUT STATEMENTFILE
           IF WS-ST-STATUS NOT = "00"
               MOVE "STATEMENTFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-ST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 0300-LOAD-FAMILIES
           PERFORM 1000-PROCESS-CUSTOMER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           IF WS-HISTORY-FILE-OPEN
           IF WS-INVOICE-FILE-OPEN
               CLOSE INVOICEFILE
           END-IF
           IF WS-REWARDS-FILE-OPEN
               CLOSE REWARDSFILE
           END-IF
           IF WS-MINDUE-FILE-OPEN
               CLOSE MINDUEFILE
           END-IF
           PERFORM 8000-RECORD-CYCLE-COUNT
           DISPLAY "Statement run complete - " WS-STATEMENT-COUNT
               " statements written for period " WS-STMT-PERIOD
               " cycle " WS-STMT-CYCLE " (0 = all cycles), "
               WS-SUPPRESS-COUNT " suppressed for bad addresses, "
               WS-STAY-SKIP-COUNT " held under bankruptcy stay, "
               WS-FAMILY-STMT-COUNT " consolidated for account families"
           IF WS-FALLBACK-COUNT > ZERO
               DISPLAY WS-FALLBACK-COUNT " statements or messages "
                   "printed in English for want of a translation"
           END-IF
           DISPLAY WS-MINDUE-SAVED-COUNT " minimum payments due saved "
               "for the late-charge run"
           GOBACK.

      *> The print is spread across four billing cycles; an explicit
                   " is due on the calendar for day " WS-CD-DD
           END-IF.

      *> Account families billed together are found before the print
      *> starts: every child link is held in a table, along with the
      *> active parents that asked for consolidated statements. A
      *> child of such a parent gets no statement of its own - its
      *> activity prints under the parent's cover page instead.
      *> Minimum payment terms by customer class - percentage of the
      *> balance, floor amount, days from the statement to the due
      *> date and the late fee - seeded with the standard terms the
      *> first time through.
       0250-LOAD-MINIMUM-RULES.
           OPEN INPUT RULEFILE
           IF WS-MR-STATUS = "35"
               PERFORM 0260-SEED-MINIMUM-RULES
               OPEN INPUT RULEFILE
           END-IF
           IF WS-MR-STATUS NOT = "00"
               DISPLAY "RULEFILE STATUS " WS-MR-STATUS
                   " - standard minimum payment terms apply"
           ELSE
               PERFORM 0255-LOAD-ONE-RULE UNTIL WS-RULE-EOF
               CLOSE RULEFILE
           END-IF.

       0255-LOAD-ONE-RULE.
           READ RULEFILE
               AT END SET WS-RULE-EOF TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT < 20
                       ADD 1 TO WS-RULE-COUNT
                       MOVE WS-RULE-COUNT TO WS-RULE-IDX
                       MOVE MPR-CLASS TO WS-MR-CLASS(WS-RULE-IDX)
                       MOVE MPR-PERCENT TO WS-MR-PERCENT(WS-RULE-IDX)
                       MOVE MPR-FLOOR TO WS-MR-FLOOR(WS-RULE-IDX)
                       MOVE MPR-DUE-DAYS
                           TO WS-MR-DUE-DAYS(WS-RULE-IDX)
                       MOVE MPR-LATE-FEE
                           TO WS-MR-LATE-FEE(WS-RULE-IDX)
                   END-IF
           END-READ.

      *> Commercial accounts pay a larger share on longer terms;
      *> employee and VIP accounts carry no late fee.
       0260-SEED-MINIMUM-RULES.
           OPEN OUTPUT RULEFILE
           MOVE SPACE TO MPR-CLASS
           MOVE WS-DFT-PERCENT TO MPR-PERCENT
           MOVE WS-DFT-FLOOR TO MPR-FLOOR
           MOVE WS-DFT-DUE-DAYS TO MPR-DUE-DAYS
           MOVE WS-DFT-LATE-FEE TO MPR-LATE-FEE
           WRITE MINPAYRULERECORD
           MOVE 'C' TO MPR-CLASS
           MOVE .0500 TO MPR-PERCENT
           MOVE 50.00 TO MPR-FLOOR
           MOVE 30 TO MPR-DUE-DAYS
           MOVE 35.00 TO MPR-LATE-FEE
           WRITE MINPAYRULERECORD
           MOVE 'V' TO MPR-CLASS
           MOVE WS-DFT-PERCENT TO MPR-PERCENT
           MOVE WS-DFT-FLOOR TO MPR-FLOOR
           MOVE WS-DFT-DUE-DAYS TO MPR-DUE-DAYS
           MOVE ZERO TO MPR-LATE-FEE
           WRITE MINPAYRULERECORD
           MOVE 'E' TO MPR-CLASS
           MOVE 10.00 TO MPR-FLOOR
           WRITE MINPAYRULERECORD
           CLOSE RULEFILE
           DISPLAY "Minimum payment rules seeded with standard terms".

       0300-LOAD-FAMILIES.
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-FAMILY-EOF TO TRUE
           END-START
           PERFORM 0310-LOAD-ONE-FAMILY-RECORD UNTIL WS-FAMILY-EOF
           PERFORM 0330-MARK-ONE-LINK
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START.

       0310-LOAD-ONE-FAMILY-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-FAMILY-EOF TO TRUE
           END-READ
           IF NOT WS-FAMILY-EOF
               IF REC-IS-FAMILY
                   PERFORM 0320-HOLD-FAMILY-LINK
               END-IF
               IF REC-IS-HEADER AND WS-CPARENT-COUNT > ZERO
                   AND IDNUM = WS-CP-IDNUM(WS-CPARENT-COUNT)
                   AND NOT CUST-ACTIVE
                   SUBTRACT 1 FROM WS-CPARENT-COUNT
               END-IF
           END-IF.

       0320-HOLD-FAMILY-LINK.
           IF CF-IS-PARENT
               IF CF-CONSOLIDATED-BILLING AND WS-CPARENT-COUNT < 300
                   ADD 1 TO WS-CPARENT-COUNT
                   MOVE CF-IDNUM TO WS-CP-IDNUM(WS-CPARENT-COUNT)
               END-IF
           ELSE
               IF WS-LINK-COUNT < 1000
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CF-IDNUM TO WS-FL-CHILD(WS-LINK-COUNT)
                   MOVE CF-PARENT-IDNUM TO WS-FL-PARENT(WS-LINK-COUNT)
                   MOVE 'N' TO WS-FL-CONSOLIDATED(WS-LINK-COUNT)
               ELSE
                   DISPLAY "Family link table full - customer "
                       CF-IDNUM " billed on its own"
               END-IF
           END-IF.

       0330-MARK-ONE-LINK.
           PERFORM 0340-MATCH-CONSOLIDATED-PARENT
               VARYING WS-CPARENT-IDX FROM 1 BY 1
               UNTIL WS-CPARENT-IDX > WS-CPARENT-COUNT.

       0340-MATCH-CONSOLIDATED-PARENT.
           IF WS-CP-IDNUM(WS-CPARENT-IDX) = WS-FL-PARENT(WS-LINK-IDX)
               MOVE 'Y' TO WS-FL-CONSOLIDATED(WS-LINK-IDX)
           END-IF.

      *> One control record per cycle print proves the cycle ran and
      *> how many statements it produced.
       8000-RECORD-CYCLE-COUNT.
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               PERFORM 1100-FIND-FAMILY-ROLE
               IF WS-CONSOLIDATED-CHILD
                   EXIT PARAGRAPH
               END-IF
               MOVE CUST-CYCLE TO WS-EFFECTIVE-CYCLE
               IF WS-EFFECTIVE-CYCLE = ZERO
                   MOVE 1 TO WS-EFFECTIVE-CYCLE
               END-IF
               MOVE 'N' TO WS-STAY-SWITCH
               IF WS-STMT-CYCLE = ZERO
                   OR WS-EFFECTIVE-CYCLE = WS-STMT-CYCLE
                   CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
                       WS-STAY-SWITCH
                   IF WS-STAYED
                       ADD 1 TO WS-STAY-SKIP-COUNT
                   END-IF
               END-IF
               IF (WS-STMT-CYCLE = ZERO
                   OR WS-EFFECTIVE-CYCLE = WS-STMT-CYCLE)
                   AND NOT WS-STAYED
                   PERFORM 1200-SELECT-MAIL-ADDRESS
                   IF WS-ADDR-SUPPRESSED AND CUST-DELIVER-PRINT
                       PERFORM 1300-REPORT-BAD-ADDRESS
                   ELSE
                       IF WS-CONSOLIDATED-PARENT
                           PERFORM 2700-PRINT-FAMILY-STATEMENT
                       ELSE
                           PERFORM 2000-PRINT-STATEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1100-FIND-FAMILY-ROLE.
           MOVE SPACE TO WS-FAMILY-ROLE
           PERFORM 1110-CHECK-ONE-LINK
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   OR WS-CONSOLIDATED-CHILD
           IF NOT WS-CONSOLIDATED-CHILD
               PERFORM 1120-CHECK-ONE-PARENT
                   VARYING WS-CPARENT-IDX FROM 1 BY 1
                   UNTIL WS-CPARENT-IDX > WS-CPARENT-COUNT
                       OR WS-CONSOLIDATED-PARENT
           END-IF.

       1110-CHECK-ONE-LINK.
           IF WS-FL-CHILD(WS-LINK-IDX) = IDNUM
               AND WS-FL-CONSOLIDATED(WS-LINK-IDX) = 'Y'
               SET WS-CONSOLIDATED-CHILD TO TRUE
           END-IF.

       1120-CHECK-ONE-PARENT.
           IF WS-CP-IDNUM(WS-CPARENT-IDX) = IDNUM
               SET WS-CONSOLIDATED-PARENT TO TRUE
           END-IF.

      *> One pass over the customer's address records: an estate
      *> address (executor of a deceased customer) always wins; a
      *> seasonal address whose month-day window covers the run date
      *> wins next, otherwise the primary mailing address is used. A
      *> returned or confirmed-bad selection suppresses the print
      *> and routes the customer to the exception listing instead.
       1200-SELECT-MAIL-ADDRESS.
           MOVE IDNUM TO WS-STMT-IDNUM
           MOVE 'N' TO WS-ADDR-BAD-SWITCH
           END-IF.

       1220-CONSIDER-ADDRESS.
           IF CA-USAGE-ESTATE
               MOVE 'Y' TO WS-SEASONAL-SWITCH
               PERFORM 1240-HOLD-THIS-ADDRESS
           ELSE IF CA-USAGE-SEASONAL AND NOT WS-SEASONAL-PICKED
               PERFORM 1230-CHECK-SEASON-WINDOW
               IF WS-IN-SEASON
                   MOVE 'Y' TO WS-SEASONAL-SWITCH
               IF NOT WS-SEASONAL-PICKED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   PERFORM 1240-HOLD-THIS-ADDRESS
               END-IF
           END-IF.
       2000-PRINT-STATEMENT.
           MOVE IDNUM TO WS-STMT-IDNUM
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM 2050-SET-STATEMENT-WORDING
           MOVE WS-STMT-MM TO PRNSTMTMM
           MOVE WS-STMT-YYYY TO PRNSTMTYYYY
           WRITE PRINTLINE FROM STMTHEADING AFTER ADVANCING PAGE
           WRITE PRINTLINE FROM STMTIDLINE AFTER ADVANCING 2 LINES
           PERFORM 2200-TOTAL-MONTH-ACTIVITY
           COMPUTE WS-OPENING-BALANCE = BALANCE - WS-MOVEMENT-TOTAL
           MOVE WS-SW-OPENING TO PRNMONEYLABEL
           MOVE WS-OPENING-BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           PERFORM 2300-PRINT-MONTH-DETAIL
           MOVE WS-SW-INTEREST TO PRNMONEYLABEL
           MOVE WS-INTEREST-TOTAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           MOVE WS-SW-CLOSING TO PRNMONEYLABEL
           MOVE BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
      *> Component view: principal is the balance less the accrued
      *> interest and fee components.
           COMPUTE WS-PRINCIPAL-PART =
               BALANCE - CUST-INT-BAL - CUST-FEE-BAL
           MOVE WS-SW-OF-PRINCIPAL TO PRNMONEYLABEL
           MOVE WS-PRINCIPAL-PART TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           MOVE WS-SW-OF-INTEREST TO PRNMONEYLABEL
           MOVE CUST-INT-BAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           MOVE WS-SW-OF-FEES TO PRNMONEYLABEL
           MOVE CUST-FEE-BAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           PERFORM 2480-SET-MINIMUM-DUE
           PERFORM 2400-PRINT-PLAN-SCHEDULE
           PERFORM 2450-PRINT-INVOICES-DUE
           PERFORM 2470-PRINT-REWARDS-POINTS
           PERFORM 2500-PRINT-PROMO-MESSAGE
           MOVE CUST-DELIVERY TO WS-QUEUE-CHANNEL
           CALL 'QueueWrite' USING WS-STMT-IDNUM, WS-QUEUE-DOC,
               WS-QUEUE-CHANNEL.

      *> Headings and labels are printed in the customer's language;
      *> a family statement uses the parent's. A language with no
      *> wording in the table prints in English and is recorded for
      *> the language fallback report.
       2050-SET-STATEMENT-WORDING.
           MOVE 'L' TO WS-LANG-ACTION
           MOVE "STMT" TO WS-LANG-DOC
           CALL 'LanguageCheck' USING WS-LANG-ACTION, WS-STMT-IDNUM,
               WS-LANG-PROGRAM, WS-LANG-DOC, WS-LANGUAGE
           MOVE ZERO TO WS-WORDING-PICK
           PERFORM 2055-MATCH-WORDING
               VARYING WS-WORDING-IDX FROM 1 BY 1
               UNTIL WS-WORDING-IDX > WS-WORDING-COUNT
           IF WS-WORDING-PICK = ZERO
               MOVE 1 TO WS-WORDING-PICK
               PERFORM 2060-RECORD-FALLBACK
           END-IF
           MOVE WS-WORDING-TEXT(WS-WORDING-PICK) TO WS-STMT-WORDING
           MOVE WS-SW-STMT-TITLE TO PRNSTMTTITLE
           MOVE WS-SW-FAMILY-TITLE TO PRNFAMTITLE
           MOVE WS-SW-ACCOUNT TO PRNMEMBERLABEL
           MOVE WS-SW-FAMILY-COUNT TO PRNFAMCOUNTLABEL
           MOVE WS-SW-CUSTOMER-ID TO PRNSTMTIDLABEL
           MOVE WS-SW-PLAN-HEAD TO PLANHEADLINE
           MOVE WS-SW-INSTALLMENT TO PRNPLANINSTLABEL
           MOVE WS-SW-PLAN-DUE TO PRNPLANDUELABEL
           MOVE WS-SW-DUE-HEAD TO DUEHEADLINE
           MOVE WS-SW-DUE TO PRNDUELABEL
           MOVE WS-SW-PROMO TO PRNPROMOLABEL
           MOVE WS-SW-PROMO-BALANCE TO PRNPROMOBALLABEL
           MOVE WS-SW-PROMO-NO-INTEREST TO PRNPROMOENDLABEL
           MOVE WS-SW-PROMO-DEFERRED TO PRNPROMODEFLABEL
           MOVE WS-SW-POINTS TO PRNPOINTSLABEL
           MOVE WS-SW-WORTH TO PRNWORTHLABEL
           MOVE WS-SW-PAY-BY TO PRNPAYBYLABEL.

       2055-MATCH-WORDING.
           IF WS-WORDING-LANGUAGE(WS-WORDING-IDX) = WS-LANGUAGE
               MOVE WS-WORDING-IDX TO WS-WORDING-PICK
           END-IF.

       2060-RECORD-FALLBACK.
           ADD 1 TO WS-FALLBACK-COUNT
           MOVE 'F' TO WS-LANG-ACTION
           CALL 'LanguageCheck' USING WS-LANG-ACTION, WS-STMT-IDNUM,
               WS-LANG-PROGRAM, WS-LANG-DOC, WS-LANGUAGE.

      *> The address was already chosen (seasonal window or primary
      *> mailing) by 1200-SELECT-MAIL-ADDRESS.
       2100-PRINT-ADDRESS.

       2300-PRINT-MONTH-DETAIL.
           IF WS-MOVEMENT-COUNT = ZERO
               MOVE WS-SW-NO-ACTIVITY TO PRINTLINE
               WRITE PRINTLINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               AFTER ADVANCING 1 LINE.

      *> Outstanding invoices are listed with the due dates we
      *> actually promised the customer. A promotional invoice also
      *> shows when its promotion ends and the interest that will be
      *> billed if it is not paid in full by then.
       2450-PRINT-INVOICES-DUE.
           IF WS-INVOICE-FILE-OPEN
               MOVE ZERO TO WS-DUE-COUNT
                       MOVE WS-INVOICE-DUE TO PRNDUEAMOUNT
                       WRITE PRINTLINE FROM DUEDETAILLINE
                           AFTER ADVANCING 1 LINE
                       IF INV-PROMO-DEFERRING
                           MOVE INV-PROMO-CODE TO PRNPROMOCODE
                           MOVE WS-INVOICE-DUE TO PRNPROMOBALANCE
                           MOVE INV-PROMO-END-DATE TO PRNPROMOEND
                           MOVE INV-PROMO-DEFERRED TO PRNPROMODEFERRED
                           WRITE PRINTLINE FROM DUEPROMOLINE
                               AFTER ADVANCING 1 LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Accounts in the rewards programme show the points they hold
      *> and what those points are worth as a statement credit.
       2470-PRINT-REWARDS-POINTS.
           IF WS-REWARDS-FILE-OPEN
               MOVE WS-STMT-IDNUM TO RWA-IDNUM
               READ REWARDSFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-POINTS-WORTH =
                           RWA-BALANCE * WS-POINT-VALUE
                       MOVE RWA-BALANCE TO PRNPOINTS
                       MOVE WS-POINTS-WORTH TO PRNPOINTSWORTH
                       WRITE PRINTLINE FROM STMTPOINTSLINE
                           AFTER ADVANCING 2 LINES
               END-READ
           END-IF.

      *> The minimum due is the class percentage of the balance owed,
      *> never less than the class floor, plus whatever of the last
      *> cycle's minimum went unpaid, plus the fees outstanding - but
      *> never more than the balance itself. It is saved for the cycle
      *> so the late-charge run can test the payments against it.
       2480-SET-MINIMUM-DUE.
           PERFORM 2482-PICK-MINIMUM-RULE
           COMPUTE WS-MIN-OWED = BALANCE * -1
           MOVE ZERO TO WS-MIN-PERCENT-PART
           MOVE ZERO TO WS-MIN-PAST-DUE
           MOVE ZERO TO WS-MIN-FEES
           MOVE ZERO TO WS-MIN-AMOUNT
           IF WS-MIN-OWED > ZERO
               COMPUTE WS-MIN-PERCENT-PART ROUNDED =
                   WS-MIN-OWED * WS-MIN-PERCENT
               IF WS-MIN-PERCENT-PART < WS-MIN-FLOOR
                   MOVE WS-MIN-FLOOR TO WS-MIN-PERCENT-PART
               END-IF
               IF CUST-FEE-BAL < ZERO
                   COMPUTE WS-MIN-FEES = CUST-FEE-BAL * -1
               END-IF
               PERFORM 2484-FIND-PAST-DUE
               COMPUTE WS-MIN-AMOUNT = WS-MIN-PERCENT-PART
                   + WS-MIN-PAST-DUE + WS-MIN-FEES
               IF WS-MIN-AMOUNT > WS-MIN-OWED
                   MOVE WS-MIN-OWED TO WS-MIN-AMOUNT
               END-IF
               IF WS-MIN-LATE-FEE > WS-MIN-AMOUNT
                   MOVE WS-MIN-AMOUNT TO WS-MIN-LATE-FEE
               END-IF
               COMPUTE WS-MIN-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-MIN-DUE-DAYS)
           END-IF
           ADD WS-MIN-AMOUNT TO WS-FAMILY-MINIMUM
           MOVE WS-SW-MINIMUM TO PRNMONEYLABEL
           MOVE WS-MIN-AMOUNT TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           IF WS-MIN-AMOUNT > ZERO
               MOVE WS-MIN-DUE-DATE TO PRNPAYBYDATE
               WRITE PRINTLINE FROM STMTPAYBYLINE
                   AFTER ADVANCING 1 LINE
               IF WS-MIN-LATE-FEE > ZERO
                   MOVE WS-SW-LATE-FEE TO PRNMONEYLABEL
                   MOVE WS-MIN-LATE-FEE TO PRNMONEYVALUE
                   WRITE PRINTLINE FROM STMTMONEYLINE
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 2486-SAVE-MINIMUM-DUE
           END-IF.

      *> A rule for the customer's own class wins over the all-class
      *> rule (class space); with no rule file at all the standard
      *> terms apply.
       2482-PICK-MINIMUM-RULE.
           MOVE ZERO TO WS-RULE-PICK
           PERFORM 2483-CONSIDER-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           IF WS-RULE-PICK = ZERO
               MOVE WS-DFT-PERCENT TO WS-MIN-PERCENT
               MOVE WS-DFT-FLOOR TO WS-MIN-FLOOR
               MOVE WS-DFT-DUE-DAYS TO WS-MIN-DUE-DAYS
               MOVE WS-DFT-LATE-FEE TO WS-MIN-LATE-FEE
           ELSE
               MOVE WS-MR-PERCENT(WS-RULE-PICK) TO WS-MIN-PERCENT
               MOVE WS-MR-FLOOR(WS-RULE-PICK) TO WS-MIN-FLOOR
               MOVE WS-MR-DUE-DAYS(WS-RULE-PICK) TO WS-MIN-DUE-DAYS
               MOVE WS-MR-LATE-FEE(WS-RULE-PICK) TO WS-MIN-LATE-FEE
           END-IF.

       2483-CONSIDER-ONE-RULE.
           IF WS-MR-CLASS(WS-RULE-IDX) = CUST-CLASS
               AND CUST-CLASS NOT = SPACE
               MOVE WS-RULE-IDX TO WS-RULE-PICK
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-CLASS(WS-RULE-IDX) = SPACE
               IF WS-RULE-PICK = ZERO
                   MOVE WS-RULE-IDX TO WS-RULE-PICK
               ELSE
                   IF WS-MR-CLASS(WS-RULE-PICK) = SPACE
                       MOVE WS-RULE-IDX TO WS-RULE-PICK
                   END-IF
               END-IF
           END-IF.

      *> Last cycle's shortfall is carried once the late-charge run
      *> has judged it missed. Fees left unpaid are already in the fee
      *> balance billed again above, so when the payments did not even
      *> cover last cycle's fees only the rest of the shortfall counts.
       2484-FIND-PAST-DUE.
           IF NOT WS-MINDUE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STMT-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           MOVE IDNUM TO MND-IDNUM
           MOVE WS-PRIOR-PERIOD TO MND-PERIOD
           READ MINDUEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MND-MISSED
                       IF MND-PAID < MND-FEES
                           COMPUTE WS-MIN-PAST-DUE =
                               MND-PERCENT-PART + MND-PAST-DUE
                       ELSE
                           MOVE MND-SHORTFALL TO WS-MIN-PAST-DUE
                       END-IF
                   END-IF
           END-READ.

      *> A statement run again for the same period replaces a minimum
      *> that has not been judged yet; one the late-charge run has
      *> already settled is left as it stands.
       2486-SAVE-MINIMUM-DUE.
           IF NOT WS-MINDUE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE IDNUM TO MND-IDNUM
           MOVE WS-STMT-PERIOD TO MND-PERIOD
           READ MINDUEFILE
               INVALID KEY
                   PERFORM 2488-FILL-MINIMUM-DUE
                   WRITE MINIMUMDUERECORD
                       INVALID KEY
                           DISPLAY "Minimum due write failed for "
                               "customer " IDNUM
                       NOT INVALID KEY
                           ADD 1 TO WS-MINDUE-SAVED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF MND-OPEN
                       PERFORM 2488-FILL-MINIMUM-DUE
                       REWRITE MINIMUMDUERECORD
                           INVALID KEY
                               DISPLAY "Minimum due rewrite failed "
                                   "for customer " IDNUM
                           NOT INVALID KEY
                               ADD 1 TO WS-MINDUE-SAVED-COUNT
                       END-REWRITE
                   ELSE
                       DISPLAY "Minimum due for customer " IDNUM
                           " period " WS-STMT-PERIOD
                           " already settled - not replaced"
                   END-IF
           END-READ.

       2488-FILL-MINIMUM-DUE.
           MOVE SPACES TO MINIMUMDUERECORD
           MOVE IDNUM TO MND-IDNUM
           MOVE WS-STMT-PERIOD TO MND-PERIOD
           MOVE WS-RUN-DATE TO MND-STMT-DATE
           MOVE WS-MIN-DUE-DATE TO MND-DUE-DATE
           MOVE CUST-CLASS TO MND-CLASS
           MOVE BALANCE TO MND-STMT-BALANCE
           MOVE WS-MIN-PERCENT-PART TO MND-PERCENT-PART
           MOVE WS-MIN-PAST-DUE TO MND-PAST-DUE
           MOVE WS-MIN-FEES TO MND-FEES
           MOVE WS-MIN-AMOUNT TO MND-MINIMUM
           MOVE WS-MIN-LATE-FEE TO MND-LATE-FEE
           SET MND-OPEN TO TRUE
           MOVE ZERO TO MND-PAID
           MOVE ZERO TO MND-SHORTFALL
           MOVE ZERO TO MND-FEE-CHARGED
           MOVE SPACE TO MND-NO-FEE-REASON
           MOVE ZERO TO MND-CHECKED-DATE.

      *> Consolidated family statement: one cover page addressed to
      *> the parent, then a section per account - the parent's own
      *> first, then each active child - with that account's month
      *> activity, closing balance, plan and open invoices, and a
      *> family total at the end. The family prints on the parent's
      *> cycle; a child under bankruptcy stay is left out of it. The
      *> parent header is re-read afterwards so the main pass carries
      *> on from it.
       2700-PRINT-FAMILY-STATEMENT.
           MOVE IDNUM TO WS-FAMILY-PARENT
           MOVE IDNUM TO WS-STMT-IDNUM
           ADD 1 TO WS-STATEMENT-COUNT
           ADD 1 TO WS-FAMILY-STMT-COUNT
           MOVE ZERO TO WS-FAMILY-TOTAL
           MOVE ZERO TO WS-FAMILY-MEMBERS
           MOVE ZERO TO WS-FAMILY-MINIMUM
           PERFORM 2050-SET-STATEMENT-WORDING
           MOVE WS-STMT-MM TO PRNFAMMM
           MOVE WS-STMT-YYYY TO PRNFAMYYYY
           WRITE PRINTLINE FROM FAMILYHEADING AFTER ADVANCING PAGE
           MOVE SPACES TO PRNSTMTNAME
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO PRNSTMTNAME
           WRITE PRINTLINE FROM STMTNAMELINE AFTER ADVANCING 2 LINES
           PERFORM 2100-PRINT-ADDRESS
           MOVE WS-STMT-IDNUM TO PRNSTMTID
           WRITE PRINTLINE FROM STMTIDLINE AFTER ADVANCING 2 LINES
           PERFORM 2710-PRINT-MEMBER-SECTION
           PERFORM 2720-PRINT-CHILD-SECTION
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
           PERFORM 2730-RESTORE-PARENT
           MOVE WS-FAMILY-MEMBERS TO PRNFAMCOUNT
           WRITE PRINTLINE FROM FAMILYCOUNTLINE AFTER ADVANCING 3 LINES
           MOVE WS-SW-FAMILY-BALANCE TO PRNMONEYLABEL
           MOVE WS-FAMILY-TOTAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           MOVE WS-SW-FAMILY-MINIMUM TO PRNMONEYLABEL
           MOVE WS-FAMILY-MINIMUM TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           PERFORM 2500-PRINT-PROMO-MESSAGE
           MOVE CUST-DELIVERY TO WS-QUEUE-CHANNEL
           CALL 'QueueWrite' USING WS-STMT-IDNUM, WS-QUEUE-DOC,
               WS-QUEUE-CHANNEL.

       2710-PRINT-MEMBER-SECTION.
           MOVE IDNUM TO WS-STMT-IDNUM
           ADD 1 TO WS-FAMILY-MEMBERS
           ADD BALANCE TO WS-FAMILY-TOTAL
           MOVE IDNUM TO PRNMEMBERID
           MOVE SPACES TO PRNMEMBERNAME
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO PRNMEMBERNAME
           WRITE PRINTLINE FROM MEMBERHEADLINE AFTER ADVANCING 3 LINES
           PERFORM 2200-TOTAL-MONTH-ACTIVITY
           COMPUTE WS-OPENING-BALANCE = BALANCE - WS-MOVEMENT-TOTAL
           MOVE WS-SW-OPENING TO PRNMONEYLABEL
           MOVE WS-OPENING-BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           PERFORM 2300-PRINT-MONTH-DETAIL
           MOVE WS-SW-INTEREST TO PRNMONEYLABEL
           MOVE WS-INTEREST-TOTAL TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 2 LINES
           MOVE WS-SW-CLOSING TO PRNMONEYLABEL
           MOVE BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM STMTMONEYLINE AFTER ADVANCING 1 LINE
           PERFORM 2480-SET-MINIMUM-DUE
           PERFORM 2400-PRINT-PLAN-SCHEDULE
           PERFORM 2450-PRINT-INVOICES-DUE
           PERFORM 2470-PRINT-REWARDS-POINTS.

       2720-PRINT-CHILD-SECTION.
           IF WS-FL-PARENT(WS-LINK-IDX) = WS-FAMILY-PARENT
               MOVE 'N' TO WS-MEMBER-FOUND-SWITCH
               MOVE WS-FL-CHILD(WS-LINK-IDX) TO IDNUM
               MOVE 'H' TO REC-TYPE
               MOVE ZERO TO REC-SEQ
               READ CUSTOMERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-MEMBER-FOUND-SWITCH
               END-READ
               IF WS-MEMBER-FOUND AND CUST-ACTIVE
                   MOVE 'N' TO WS-STAY-SWITCH
                   CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
                       WS-STAY-SWITCH
                   IF WS-STAYED
                       ADD 1 TO WS-STAY-SKIP-COUNT
                   ELSE
                       PERFORM 2710-PRINT-MEMBER-SECTION
                   END-IF
               END-IF
           END-IF.

       2730-RESTORE-PARENT.
           MOVE WS-FAMILY-PARENT TO IDNUM
           MOVE WS-FAMILY-PARENT TO WS-STMT-IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

       0200-LOAD-MESSAGES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT MESSAGEFILE
                       MOVE SM-FROM-DATE TO WS-SM-FROM(WS-MSG-IDX)
                       MOVE SM-TO-DATE TO WS-SM-TO(WS-MSG-IDX)
                       MOVE SM-TEXT TO WS-SM-TEXT(WS-MSG-IDX)
                       MOVE SM-LANGUAGE
                           TO WS-SM-LANGUAGE(WS-MSG-IDX)
                       IF SM-LANGUAGE = SPACES
                           MOVE "EN" TO WS-SM-LANGUAGE(WS-MSG-IDX)
                       END-IF
                       MOVE ZERO TO WS-SM-PRINTED(WS-MSG-IDX)
                   END-IF
           END-READ.
      *> range; the lowest priority number that matches wins, so VIP
      *> and commercial promotions can be split cleanly. A customer
      *> with a letters block or legal hold gets no promotion, and
      *> the suppression is logged for compliance. A message in the
      *> customer's language is preferred; failing that an English
      *> one is printed and the fallback recorded.
       2500-PRINT-PROMO-MESSAGE.
           IF CUST-LETTERS-BLOCKED OR CUST-ON-LEGAL-HOLD
               PERFORM 2550-LOG-PROMO-SUPPRESSION
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MSG-PICK
           MOVE ZERO TO WS-MSG-PICK-EN
           PERFORM 2510-CONSIDER-ONE-MESSAGE
               VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MSG-COUNT
           IF WS-MSG-PICK = ZERO AND WS-MSG-PICK-EN > ZERO
               MOVE WS-MSG-PICK-EN TO WS-MSG-PICK
               MOVE "SMSG" TO WS-LANG-DOC
               PERFORM 2060-RECORD-FALLBACK
           END-IF
           IF WS-MSG-PICK > ZERO
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
               OR WS-SM-REGION(WS-MSG-IDX) = CUST-REGION)
               AND BALANCE >= WS-SM-BAL-LOW(WS-MSG-IDX)
               AND BALANCE <= WS-SM-BAL-HIGH(WS-MSG-IDX)
               IF WS-SM-LANGUAGE(WS-MSG-IDX) = WS-LANGUAGE
                   IF WS-MSG-PICK = ZERO
                       OR WS-SM-PRIORITY(WS-MSG-IDX)
                           < WS-SM-PRIORITY(WS-MSG-PICK)
                       MOVE WS-MSG-IDX TO WS-MSG-PICK
                   END-IF
               ELSE IF WS-SM-LANGUAGE(WS-MSG-IDX) = "EN"
                   IF WS-MSG-PICK-EN = ZERO
                       OR WS-SM-PRIORITY(WS-MSG-IDX)
                           < WS-SM-PRIORITY(WS-MSG-PICK-EN)
                       MOVE WS-MSG-IDX TO WS-MSG-PICK-EN
                   END-IF
               END-IF
           END-IF.

