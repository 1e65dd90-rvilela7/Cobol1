           02 CO-DATA-PATH PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-MENU-CHOICE PIC 999 VALUE ZERO.
           88 WS-RUN-LOAD VALUE 1.
           88 WS-RUN-APPEND VALUE 2.
           88 WS-RUN-READ VALUE 3.
           88 WS-RUN-CROSS-AUDIT VALUE 75.
           88 WS-RUN-BUREAU VALUE 76.
           88 WS-RUN-PRESORT VALUE 77.
           88 WS-RUN-PAYOFF-QUOTE VALUE 78.
           88 WS-RUN-DECEASED-NOTICE VALUE 79.
           88 WS-RUN-ESTATE-FOLLOWUP VALUE 80.
           88 WS-RUN-SCRA-PROTECT VALUE 81.
           88 WS-RUN-TAX-EXEMPT-MAINT VALUE 82.
           88 WS-RUN-ITEM-MAINT VALUE 83.
           88 WS-RUN-SALES-BY-ITEM VALUE 84.
           88 WS-RUN-FAMILY-MAINT VALUE 85.
           88 WS-RUN-WATCH-LIST-LOAD VALUE 86.
           88 WS-RUN-SCREEN-REVIEW VALUE 87.
           88 WS-RUN-CURRENCY-REPORT VALUE 88.
           88 WS-RUN-CASH-PATTERN VALUE 89.
           88 WS-RUN-CONFIRM-SAMPLE VALUE 90.
           88 WS-RUN-CONFIRM-MAINT VALUE 91.
           88 WS-RUN-CONFIRM-EXCEPTIONS VALUE 92.
           88 WS-RUN-ALLOWANCE-RESERVE VALUE 93.
           88 WS-RUN-SSN-PROTECT VALUE 94.
           88 WS-RUN-SSN-VIEW-REPORT VALUE 95.
           88 WS-RUN-MASKED-COPY VALUE 96.
           88 WS-RUN-NCOA-EXTRACT VALUE 97.
           88 WS-RUN-NCOA-APPLY VALUE 98.
           88 WS-RUN-QUIT VALUE 99.
           88 WS-RUN-SKIP-EXTRACT VALUE 100.
           88 WS-RUN-SKIP-IMPORT VALUE 101.
           88 WS-RUN-AGENCY-PLACEMENT VALUE 102.
           88 WS-RUN-AGENCY-REMIT VALUE 103.
           88 WS-RUN-AGENCY-PERFORMANCE VALUE 104.
           88 WS-RUN-COMPLAINT-MAINT VALUE 105.
           88 WS-RUN-COMPLAINT-AGING VALUE 106.
           88 WS-RUN-COMPLAINT-SUMMARY VALUE 107.
           88 WS-RUN-CREDIT-REVIEW VALUE 108.
           88 WS-RUN-CREDIT-RULES VALUE 109.
           88 WS-RUN-INTEREST-ACCRUAL VALUE 110.
           88 WS-RUN-REVENUE-RECOGNITION VALUE 111.
           88 WS-RUN-DEFERRED-REVENUE VALUE 112.
           88 WS-RUN-CURRENCY-MAINT VALUE 113.
           88 WS-RUN-FX-REVALUATION VALUE 114.
           88 WS-RUN-REWARDS-REDEEM VALUE 115.
           88 WS-RUN-REWARDS-EXPIRY VALUE 116.
           88 WS-RUN-REWARDS-LIABILITY VALUE 117.
           88 WS-RUN-SALES-REP-MAINT VALUE 118.
           88 WS-RUN-COMMISSION VALUE 119.
           88 WS-RUN-ACTIVITY-SCAN VALUE 120.
           88 WS-RUN-REFUND-HOLD-REVIEW VALUE 121.
           88 WS-RUN-SOD-CONFLICTS VALUE 122.
           88 WS-RUN-BALANCE-TRANSFER VALUE 123.
           88 WS-RUN-TRANSFER-POST VALUE 124.
           88 WS-RUN-ACCOUNT-CLOSURE VALUE 125.
           88 WS-RUN-CLOSED-ACCOUNTS VALUE 126.
           88 WS-RUN-MASTER-EXTRACT VALUE 127.
           88 WS-RUN-DEBT-CANCEL-FORMS VALUE 128.
           88 WS-RUN-CHECK-PRINT VALUE 129.
           88 WS-RUN-EDI-PARTNER-MAINT VALUE 130.
           88 WS-RUN-EDI-INVOICE-OUT VALUE 131.
           88 WS-RUN-EDI-REMIT-IN VALUE 132.
           88 WS-RUN-EDI-ACK-IN VALUE 133.
           88 WS-RUN-LATE-CHARGE VALUE 134.
           88 WS-RUN-CASH-FORECAST VALUE 135.
           88 WS-RUN-RECEIVABLES-KPI VALUE 136.
           88 WS-RUN-AUTHORIZED-PARTY VALUE 137.
           88 WS-RUN-PROMO-EXPIRY VALUE 138.
           88 WS-RUN-PERIOD-MAINT VALUE 139.
           88 WS-RUN-INVOICE-ARCHIVE VALUE 140.
           88 WS-RUN-LANGUAGE-FALLBACK VALUE 141.
           88 WS-RUN-LIMITATION-MAINT VALUE 142.
           88 WS-RUN-LIMITATION-RUN VALUE 143.
           88 WS-RUN-SCORECARD-MAINT VALUE 144.
           88 WS-RUN-CREDIT-OFFICER VALUE 145.
           88 WS-RUN-PAYMENT-REMINDER VALUE 146.
           88 WS-RUN-REMINDER-EFFECT VALUE 147.
           88 WS-RUN-CHAIN-VERIFY VALUE 148.
           88 WS-RUN-DEPOSIT-RATES VALUE 149.
           88 WS-RUN-DEPOSIT-INTEREST VALUE 150.
           88 WS-RUN-FEE-WAIVER VALUE 151.
           88 WS-RUN-WAIVER-LIMITS VALUE 152.
           88 WS-RUN-WAIVER-REPORT VALUE 153.
           88 WS-RUN-RUN-TIMES VALUE 154.
           88 WS-RUN-PAPERLESS-CONSENT VALUE 155.
           88 WS-RUN-CONSENT-AUDIT VALUE 156.

       01 WS-STEP-OK PIC X VALUE 'Y'.
           88 WS-STEP-SUCCESSFUL VALUE 'Y'.
           DISPLAY " 75) Cross-file integrity audit (CrossFileAudit)"
           DISPLAY " 76) Cut credit bureau extract (BureauExtract)"
           DISPLAY " 77) Postal presort of print pieces (PresortRun)"
           DISPLAY " 78) Payoff quote to a good-through date "
               "(PayoffQuote)"
           DISPLAY " 79) Record a death notice (DeceasedNotice)"
           DISPLAY " 80) Estate claims past deadline (EstateFollowUp)"
           DISPLAY " 81) Servicemember rate protection (ScraProtect)"
           DISPLAY " 82) Tax exemption certificates (TaxExemptMaint)"
           DISPLAY " 83) Maintain item and price master (ItemMaint)"
           DISPLAY " 84) Sales by item report (SalesByItem)"
           DISPLAY " 85) Commercial account families (FamilyMaint)"
           DISPLAY " 86) Load sanctions watch list and rescreen "
               "(WatchListLoad)"
           DISPLAY " 87) Review watch-list matches (ScreenReview)"
           DISPLAY " 88) Currency transaction report (CurrencyReport)"
           DISPLAY " 89) Weekly cash structuring alert (CashPattern)"
           DISPLAY " 90) Draw audit confirmation sample (ConfirmSample)"
           DISPLAY " 91) Record confirmation replies (ConfirmMaint)"
           DISPLAY " 92) Confirmation exception report "
               "(ConfirmExceptions)"
           DISPLAY " 93) Month-end bad-debt allowance "
               "(AllowanceReserve)"
           DISPLAY " 94) Set up / convert SSN protection "
               "(SsnProtect)"
           DISPLAY " 95) Monthly full-SSN view report "
               "(SsnViewReport)"
           DISPLAY " 96) Masked copy of production for testing "
               "(MaskedCopy)"
           DISPLAY " 97) NCOA address extract for the vendor "
               "(NcoaExtract)"
           DISPLAY " 98) Apply NCOA results "
               "(NcoaApply)"
           DISPLAY "100) Skip-trace extract for the vendor "
               "(SkipTraceExtract)"
           DISPLAY "101) Import skip-trace results "
               "(SkipTraceImport)"
           DISPLAY "102) Agency placement and recall "
               "(AgencyPlacement)"
           DISPLAY "103) Import agency remittance "
               "(AgencyRemit)"
           DISPLAY "104) Agency performance report "
               "(AgencyPerformance)"
           DISPLAY "105) Complaint register "
               "(ComplaintMaint)"
           DISPLAY "106) Complaint deadline aging "
               "(ComplaintAging)"
           DISPLAY "107) Monthly complaints summary "
               "(ComplaintSummary)"
           DISPLAY "108) Quarterly credit line review (CreditReview)"
           DISPLAY "109) Credit review rules (CreditRuleMaint)"
           DISPLAY "110) Daily interest accrual (InterestAccrual)"
           DISPLAY "111) Monthly revenue recognition "
               "(RevenueRecognition)"
           DISPLAY "112) Deferred revenue rollforward "
               "(DeferredRevenueRpt)"
           DISPLAY "113) Currencies and exchange rates (CurrencyMaint)"
           DISPLAY "114) Month-end currency revaluation "
               "(FxRevaluation)"
           DISPLAY "115) Rewards points inquiry and redemption "
               "(RewardsRedeem)"
           DISPLAY "116) Monthly rewards points expiry (RewardsExpiry)"
           DISPLAY "117) Rewards points liability "
               "(RewardsLiability)"
           DISPLAY "118) Sales rep table (SalesRepMaint)"
           DISPLAY "119) Monthly sales commission run (CommissionRun)"
           DISPLAY "120) Nightly suspicious activity scan "
               "(ActivityScan)"
           DISPLAY "121) Review refund holds (RefundHoldReview)"
           DISPLAY "122) Segregation of duties conflicts "
               "(SodConflictReport)"
           DISPLAY "123) Enter a balance transfer (BalanceTransfer)"
           DISPLAY "124) Post balance transfers (TransferPost)"
           DISPLAY "125) Close an account (AccountClosure)"
           DISPLAY "126) Monthly closed accounts report "
               "(ClosedAccountsReport)"
           DISPLAY "127) Nightly master file extract (MasterExtract)"
           DISPLAY "128) Cancellation-of-debt tax forms "
               "(DebtCancelForms)"
           DISPLAY "129) Print refund checks (CheckPrint)"
           DISPLAY "130) EDI trading partners (EdiPartnerMaint)"
           DISPLAY "131) Send EDI 810 invoices (EdiInvoiceOut)"
           DISPLAY "132) Apply EDI 820 remittances (EdiRemitIn)"
           DISPLAY "133) Match EDI 997 acknowledgements (EdiAckIn)"
           DISPLAY "134) Late charges for missed minimums (LateCharge)"
           DISPLAY "135) Collections cash-flow forecast (CashForecast)"
           DISPLAY "136) Receivables KPI report (ReceivablesKpi)"
           DISPLAY "137) Authorized parties and caller check unlock "
               "(AuthorizedParty)"
           DISPLAY "138) Promotions expiring in 60 days (PromoExpiry)"
           DISPLAY "139) Accounting period locks and reopening "
               "(PeriodMaint)"
           DISPLAY "140) Archive settled and void invoices "
               "(InvoiceArchive)"
           DISPLAY "141) Documents sent in English by fallback "
               "(LanguageFallback)"
           DISPLAY "142) State limitations and debt acknowledgements "
               "(LimitationMaint)"
           DISPLAY "143) Limitation dates and accounts nearing expiry "
               "(LimitationRun)"
           DISPLAY "144) Credit application scorecard (ScorecardMaint)"
           DISPLAY "145) Credit officer referral worklist "
               "(CreditOfficer)"
           DISPLAY "146) Courtesy payment reminders (PaymentReminder)"
           DISPLAY "147) Payment reminder effectiveness "
               "(ReminderEffect)"
           DISPLAY "148) Audit log and journal chain check "
               "(ChainVerify)"
           DISPLAY "149) Deposit interest rates by state (DepositRates)"
           DISPLAY "150) Security deposit interest run "
               "(DepositInterestRun)"
           DISPLAY "151) Fee and interest waivers (FeeWaiver)"
           DISPLAY "152) Waiver authority limits (WaiverLimits)"
           DISPLAY "153) Monthly waiver report (WaiverReport)"
           DISPLAY "154) History job run times (RunTimes)"
           DISPLAY "155) Email delivery consent (PaperlessConsent)"
           DISPLAY "156) Email consent audit (ConsentAudit)"
           DISPLAY " 99) Quit"
           MOVE "Enter choice" TO WS-PROMPT-TEXT
           CALL 'PromptRead' USING WS-PROMPT-TEXT, WS-PROMPT-REPLY
               PERFORM 4000-MARK-START
               CALL 'PresortRun'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-PAYOFF-QUOTE
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "PayoffQuote" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'PayoffQuote'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-DECEASED-NOTICE
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "DeceasedNotice" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'DeceasedNotice'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-ESTATE-FOLLOWUP
               MOVE "EstateFollowUp" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'EstateFollowUp'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-SCRA-PROTECT
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "ScraProtect" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'ScraProtect'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-TAX-EXEMPT-MAINT
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "TaxExemptMaint" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'TaxExemptMaint'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-ITEM-MAINT
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "ItemMaint" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'ItemMaint'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-SALES-BY-ITEM
               MOVE "SalesByItem" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'SalesByItem'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-FAMILY-MAINT
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "FamilyMaint" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'FamilyMaint'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-WATCH-LIST-LOAD
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "WatchListLoad" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'WatchListLoad'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-SCREEN-REVIEW
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "ScreenReview" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'ScreenReview'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-CURRENCY-REPORT
               MOVE "CurrencyReport" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'CurrencyReport'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CASH-PATTERN
               MOVE "CashPattern" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'CashPattern'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CONFIRM-SAMPLE
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "ConfirmSample" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'ConfirmSample'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-CONFIRM-MAINT
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "ConfirmMaint" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'ConfirmMaint'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-CONFIRM-EXCEPTIONS
               MOVE "ConfirmExceptions" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ConfirmExceptions'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-ALLOWANCE-RESERVE
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "AllowanceReserve" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'AllowanceReserve'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-SSN-PROTECT
               MOVE "SsnProtect" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'SsnProtect'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-SSN-VIEW-REPORT
               MOVE "SsnViewReport" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'SsnViewReport'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-MASKED-COPY
               MOVE "MaskedCopy" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'MaskedCopy'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-NCOA-EXTRACT
               MOVE "NcoaExtract" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'NcoaExtract'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-NCOA-APPLY
               MOVE "NcoaApply" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'NcoaApply'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-SKIP-EXTRACT
               MOVE "SkipTraceExtract" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'SkipTraceExtract'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-SKIP-IMPORT
               MOVE "SkipTraceImport" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'SkipTraceImport'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-AGENCY-PLACEMENT
               MOVE "AgencyPlacement" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'AgencyPlacement'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-AGENCY-REMIT
               MOVE "AgencyRemit" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'AgencyRemit'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-AGENCY-PERFORMANCE
               MOVE "AgencyPerformance" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'AgencyPerformance'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-COMPLAINT-MAINT
               MOVE "ComplaintMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ComplaintMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-COMPLAINT-AGING
               MOVE "ComplaintAging" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ComplaintAging'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-COMPLAINT-SUMMARY
               MOVE "ComplaintSummary" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ComplaintSummary'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CREDIT-REVIEW
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "CreditReview" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'CreditReview'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-CREDIT-RULES
               MOVE "CreditRuleMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'CreditRuleMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-INTEREST-ACCRUAL
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "InterestAccrual" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'InterestAccrual'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-REVENUE-RECOGNITION
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "RevenueRecognition" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'RevenueRecognition'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-DEFERRED-REVENUE
               MOVE "DeferredRevenueRpt" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'DeferredRevenueRpt'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CURRENCY-MAINT
               MOVE "CurrencyMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'CurrencyMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-FX-REVALUATION
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "FxRevaluation" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'FxRevaluation'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-REWARDS-REDEEM
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "RewardsRedeem" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'RewardsRedeem'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-REWARDS-EXPIRY
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "RewardsExpiry" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'RewardsExpiry'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-REWARDS-LIABILITY
               MOVE "RewardsLiability" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'RewardsLiability'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-SALES-REP-MAINT
               MOVE "SalesRepMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'SalesRepMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-COMMISSION
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "CommissionRun" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'CommissionRun'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-ACTIVITY-SCAN
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "ActivityScan" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'ActivityScan'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-REFUND-HOLD-REVIEW
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "RefundHoldReview" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'RefundHoldReview'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-SOD-CONFLICTS
               MOVE "SodConflictReport" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'SodConflictReport'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-BALANCE-TRANSFER
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "BalanceTransfer" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'BalanceTransfer'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-TRANSFER-POST
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "TransferPost" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'TransferPost'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-ACCOUNT-CLOSURE
               PERFORM 5000-REQUIRE-UPDATE-SIGNON
               IF WS-OPTION-OK
                   MOVE "AccountClosure" TO WS-CURRENT-PROGRAM
                   PERFORM 4000-MARK-START
                   CALL 'AccountClosure'
                   PERFORM 4010-LOG-RUN
               END-IF
           ELSE IF WS-RUN-CLOSED-ACCOUNTS
               MOVE "ClosedAccountsReport" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ClosedAccountsReport'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-MASTER-EXTRACT
               MOVE "MasterExtract" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'MasterExtract'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-QUIT
               CONTINUE
           ELSE
               PERFORM 2100-PROCESS-LATER-CHOICE
           END-IF.

      *> Options from 128 on, kept apart so the option chain above
      *> stays inside the compiler's nesting limit.
       2100-PROCESS-LATER-CHOICE.
           IF WS-RUN-DEBT-CANCEL-FORMS
               MOVE "DebtCancelForms" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'DebtCancelForms'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CHECK-PRINT
               MOVE "CheckPrint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'CheckPrint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-EDI-PARTNER-MAINT
               MOVE "EdiPartnerMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'EdiPartnerMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-EDI-INVOICE-OUT
               MOVE "EdiInvoiceOut" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'EdiInvoiceOut'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-EDI-REMIT-IN
               MOVE "EdiRemitIn" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'EdiRemitIn'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-EDI-ACK-IN
               MOVE "EdiAckIn" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'EdiAckIn'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-LATE-CHARGE
               MOVE "LateCharge" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'LateCharge'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CASH-FORECAST
               MOVE "CashForecast" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'CashForecast'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-RECEIVABLES-KPI
               MOVE "ReceivablesKpi" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ReceivablesKpi'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-AUTHORIZED-PARTY
               MOVE "AuthorizedParty" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'AuthorizedParty'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-PROMO-EXPIRY
               MOVE "PromoExpiry" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'PromoExpiry'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-PERIOD-MAINT
               MOVE "PeriodMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'PeriodMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-INVOICE-ARCHIVE
               MOVE "InvoiceArchive" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'InvoiceArchive'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-LANGUAGE-FALLBACK
               MOVE "LanguageFallback" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'LanguageFallback'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-LIMITATION-MAINT
               MOVE "LimitationMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'LimitationMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-LIMITATION-RUN
               MOVE "LimitationRun" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'LimitationRun'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-SCORECARD-MAINT
               MOVE "ScorecardMaint" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ScorecardMaint'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CREDIT-OFFICER
               MOVE "CreditOfficer" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'CreditOfficer'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-PAYMENT-REMINDER
               MOVE "PaymentReminder" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'PaymentReminder'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-REMINDER-EFFECT
               MOVE "ReminderEffect" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ReminderEffect'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CHAIN-VERIFY
               MOVE "ChainVerify" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ChainVerify'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-DEPOSIT-RATES
               MOVE "DepositRates" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'DepositRates'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-DEPOSIT-INTEREST
               MOVE "DepositInterestRun" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'DepositInterestRun'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-FEE-WAIVER
               MOVE "FeeWaiver" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'FeeWaiver'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-WAIVER-LIMITS
               MOVE "WaiverLimits" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'WaiverLimits'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-WAIVER-REPORT
               MOVE "WaiverReport" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'WaiverReport'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-RUN-TIMES
               MOVE "RunTimes" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'RunTimes'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-PAPERLESS-CONSENT
               MOVE "PaperlessConsent" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'PaperlessConsent'
               PERFORM 4010-LOG-RUN
           ELSE IF WS-RUN-CONSENT-AUDIT
               MOVE "ConsentAudit" TO WS-CURRENT-PROGRAM
               PERFORM 4000-MARK-START
               CALL 'ConsentAudit'
               PERFORM 4010-LOG-RUN
           ELSE
               DISPLAY "Invalid choice - re-enter"
           END-IF.
