       01 WS-ABS-AMOUNT PIC 9(9)V99.
       01 WS-DEBIT-OK PIC X VALUE 'N'.
       01 WS-CREDIT-OK PIC X VALUE 'N'.
       01 WS-POST-DATE PIC 9(8).
       01 WS-PERIOD-ACTION PIC X VALUE 'D'.
       01 WS-PERIOD-PROGRAM PIC X(10) VALUE "GLPOST".
       01 WS-PERIOD-REF PIC X(12).
       01 WS-PERIOD-RESULT PIC X.

       LINKAGE SECTION.
           01 LK-RUN-TYPE PIC X(3).
               88 LK-RUN-INTEREST VALUE 'INT' 'PIB'.
               88 LK-RUN-PAYMENTS VALUE 'PAY'.
               88 LK-RUN-REFUNDS VALUE 'REF'.
               88 LK-RUN-INVOICES VALUE 'INV'.
               88 LK-RUN-NSF-FEES VALUE 'NSF'.
               88 LK-RUN-WRITEOFFS VALUE 'WOF'.
               88 LK-RUN-SALES-TAX VALUE 'TAX'.
               88 LK-RUN-INT-ADJUST VALUE 'IAJ' 'WVI'.
               88 LK-RUN-CHECK-VOIDS VALUE 'CKV'.
               88 LK-RUN-SERVICE-FEES VALUE 'FEE'.
               88 LK-RUN-DEPOSITS VALUE 'DEP'.
               88 LK-RUN-DEP-REFUNDS VALUE 'DRF'.
               88 LK-RUN-DEP-APPLIED VALUE 'DAP'.
               88 LK-RUN-CREDIT-MEMOS VALUE 'CRM'.
               88 LK-RUN-FEE-ADJUST VALUE 'FAJ' 'WVF'.
               88 LK-RUN-SCRA-CREDIT VALUE 'SCR'.
               88 LK-RUN-ALLOWANCE VALUE 'ADA'.
               88 LK-RUN-AGENCY-COMMISSION VALUE 'AGC'.
               88 LK-RUN-INT-ACCRUAL VALUE 'ACR'.
               88 LK-RUN-INT-ACCRUAL-REVERSE VALUE 'ACV'.
               88 LK-RUN-DEFERRED-BILLED VALUE 'DFR'.
               88 LK-RUN-DEFERRED-CREDIT VALUE 'DFC'.
               88 LK-RUN-REVENUE-RECOGNIZED VALUE 'RVR'.
               88 LK-RUN-FX-REALIZED VALUE 'FXG'.
               88 LK-RUN-FX-REVALUED VALUE 'FXR'.
               88 LK-RUN-REWARDS-CREDIT VALUE 'RWD'.
               88 LK-RUN-DEP-INT-ADDED VALUE 'DIA'.
               88 LK-RUN-DEP-INT-CREDITED VALUE 'DIC'.
           01 LK-POST-DATE PIC 9(8).
           01 LK-AMOUNT PIC S9(9)V99.

               WHEN LK-RUN-CREDIT-MEMOS
                   MOVE "4000" TO WS-DEBIT-ACCOUNT
                   MOVE "1100" TO WS-CREDIT-ACCOUNT
               WHEN LK-RUN-FEE-ADJUST
                   MOVE "4200" TO WS-DEBIT-ACCOUNT
                   MOVE "1100" TO WS-CREDIT-ACCOUNT
               WHEN LK-RUN-SCRA-CREDIT
                   MOVE "4100" TO WS-DEBIT-ACCOUNT
                   MOVE "1100" TO WS-CREDIT-ACCOUNT
      *> The reserve moves either way: an increase is charged to bad
      *> debt expense, a release is credited back to it.
               WHEN LK-RUN-ALLOWANCE
                   IF LK-AMOUNT > ZERO
                       MOVE "6000" TO WS-DEBIT-ACCOUNT
                       MOVE "1150" TO WS-CREDIT-ACCOUNT
                   ELSE
                       MOVE "1150" TO WS-DEBIT-ACCOUNT
                       MOVE "6000" TO WS-CREDIT-ACCOUNT
                   END-IF
      *> The agency keeps its commission out of what it collects,
      *> so the cash booked at gross by the payment run is reduced.
               WHEN LK-RUN-AGENCY-COMMISSION
                   MOVE "6100" TO WS-DEBIT-ACCOUNT
                   MOVE "1000" TO WS-CREDIT-ACCOUNT
      *> Interest earned but not yet billed is accrued at month end
      *> and taken back out when the interest run bills it.
               WHEN LK-RUN-INT-ACCRUAL
                   MOVE "1120" TO WS-DEBIT-ACCOUNT
                   MOVE "4100" TO WS-CREDIT-ACCOUNT
               WHEN LK-RUN-INT-ACCRUAL-REVERSE
                   MOVE "4100" TO WS-DEBIT-ACCOUNT
                   MOVE "1120" TO WS-CREDIT-ACCOUNT
      *> Charges billed in advance are deferred when posted, credited
      *> back out of deferral by a memo, and moved to sales month by
      *> month as the service is given.
               WHEN LK-RUN-DEFERRED-BILLED
                   MOVE "1100" TO WS-DEBIT-ACCOUNT
                   MOVE "2400" TO WS-CREDIT-ACCOUNT
               WHEN LK-RUN-DEFERRED-CREDIT
                   MOVE "2400" TO WS-DEBIT-ACCOUNT
                   MOVE "1100" TO WS-CREDIT-ACCOUNT
               WHEN LK-RUN-REVENUE-RECOGNIZED
                   MOVE "2400" TO WS-DEBIT-ACCOUNT
                   MOVE "4000" TO WS-CREDIT-ACCOUNT
      *> Exchange differences go either way. A gain on a foreign
      *> receipt adds back to receivables what the cash posting took
      *> off over the invoice's carrying amount; a loss takes off the
      *> shortfall. Month-end revaluation of open foreign invoices
      *> moves the receivables adjustment account instead.
               WHEN LK-RUN-FX-REALIZED
                   IF LK-AMOUNT > ZERO
                       MOVE "1100" TO WS-DEBIT-ACCOUNT
                       MOVE "7000" TO WS-CREDIT-ACCOUNT
                   ELSE
                       MOVE "7000" TO WS-DEBIT-ACCOUNT
                       MOVE "1100" TO WS-CREDIT-ACCOUNT
                   END-IF
               WHEN LK-RUN-FX-REVALUED
                   IF LK-AMOUNT > ZERO
                       MOVE "1130" TO WS-DEBIT-ACCOUNT
                       MOVE "7100" TO WS-CREDIT-ACCOUNT
                   ELSE
                       MOVE "7100" TO WS-DEBIT-ACCOUNT
                       MOVE "1130" TO WS-CREDIT-ACCOUNT
                   END-IF
               WHEN LK-RUN-REWARDS-CREDIT
                   MOVE "6200" TO WS-DEBIT-ACCOUNT
                   MOVE "1100" TO WS-CREDIT-ACCOUNT
      *> Interest owed on a held security deposit is an expense; it
      *> either goes onto the deposit liability or is credited to
      *> the customer's receivable, as the state requires.
               WHEN LK-RUN-DEP-INT-ADDED
                   MOVE "6300" TO WS-DEBIT-ACCOUNT
                   MOVE "2300" TO WS-CREDIT-ACCOUNT
               WHEN LK-RUN-DEP-INT-CREDITED
                   MOVE "6300" TO WS-DEBIT-ACCOUNT
                   MOVE "1100" TO WS-CREDIT-ACCOUNT
               WHEN OTHER
                   MOVE "1100" TO WS-DEBIT-ACCOUNT
                   MOVE "4000" TO WS-CREDIT-ACCOUNT
           MOVE "1100" TO COA-CODE
           MOVE "CUSTOMER RECEIVABLES" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "1120" TO COA-CODE
           MOVE "ACCRUED INTEREST" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "1130" TO COA-CODE
           MOVE "FX REVALUATION" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "1150" TO COA-CODE
           MOVE "ALLOWANCE DOUBTFUL" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "4000" TO COA-CODE
           MOVE "SALES" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "6000" TO COA-CODE
           MOVE "BAD DEBT EXPENSE" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "6100" TO COA-CODE
           MOVE "AGENCY COMMISSION" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "6200" TO COA-CODE
           MOVE "REWARDS EXPENSE" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "6300" TO COA-CODE
           MOVE "DEPOSIT INTEREST" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "7000" TO COA-CODE
           MOVE "REALIZED FX GAIN" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "7100" TO COA-CODE
           MOVE "UNREALIZED FX GAIN" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "2200" TO COA-CODE
           MOVE "SALES TAX PAYABLE" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "2300" TO COA-CODE
           MOVE "CUSTOMER DEPOSITS" TO COA-DESC
           WRITE CHARTRECORD
           MOVE "2400" TO COA-CODE
           MOVE "DEFERRED REVENUE" TO COA-DESC
           WRITE CHARTRECORD
           CLOSE CHARTFILE
           DISPLAY "Chart of accounts seeded with standard codes".

      *> Journal pairs dated into a closed month carry the first day
      *> of the first open month instead, as the history does.
       3000-WRITE-JOURNAL-PAIR.
           MOVE LK-POST-DATE TO WS-POST-DATE
           MOVE LK-RUN-TYPE TO WS-PERIOD-REF
           CALL 'PeriodCheck' USING WS-PERIOD-ACTION, WS-PERIOD-PROGRAM,
               WS-PERIOD-REF, WS-POST-DATE, WS-PERIOD-RESULT
           OPEN EXTEND GLEXTRACT
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "GLEXTRACT STATUS " WS-GL-STATUS
                   " - journal records not written"
           ELSE
               MOVE WS-POST-DATE TO GLX-POST-DATE
               MOVE WS-DEBIT-ACCOUNT TO GLX-ACCOUNT
               MOVE 'D' TO GLX-DRCR
               MOVE WS-ABS-AMOUNT TO GLX-AMOUNT
