            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DebtCancelForms.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT ARCHIVEFILE ASSIGN TO "files/HistoryArchive.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AH-STATUS.
           SELECT REGISTERFILE ASSIGN TO
               "files/DebtCancelRegister.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DCF-KEY
               FILE STATUS IS WS-RG-STATUS.
           SELECT FORMFILE ASSIGN TO WS-FORM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-STATUS.
           SELECT PAYEEFILE ASSIGN TO "files/DebtCancelB.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT FILINGFILE ASSIGN TO WS-FILING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD ARCHIVEFILE.
       COPY "CustomerHistoryRecord.cpy"
           REPLACING ==HISTORYRECORD==       BY ==AH-RECORD==
                     ==HIST-KEY==            BY ==AH-KEY==
                     ==HIST-IDNUM==          BY ==AH-IDNUM==
                     ==HIST-DATE==           BY ==AH-DATE==
                     ==HIST-SEQ==            BY ==AH-SEQ==
                     ==HIST-MOVE-TYPE==      BY ==AH-MOVE-TYPE==
                     ==HIST-IS-OPENING==     BY ==AH-IS-OPENING==
                     ==HIST-IS-UPDATE==      BY ==AH-IS-UPDATE==
                     ==HIST-IS-INTEREST==    BY ==AH-IS-INTEREST==
                     ==HIST-IS-PAYMENT==     BY ==AH-IS-PAYMENT==
                     ==HIST-IS-REFUND==      BY ==AH-IS-REFUND==
                     ==HIST-IS-INVOICE==     BY ==AH-IS-INVOICE==
                     ==HIST-IS-REVERSAL==    BY ==AH-IS-REVERSAL==
                     ==HIST-IS-NSF-FEE==     BY ==AH-IS-NSF-FEE==
                     ==HIST-IS-WRITEOFF==    BY ==AH-IS-WRITEOFF==
                     ==HIST-IS-INT-ADJUST==  BY ==AH-IS-INT-ADJUST==
                     ==HIST-IS-CHECK-VOID==  BY ==AH-IS-CHECK-VOID==
                     ==HIST-IS-SERVICE-FEE== BY ==AH-IS-SERVICE-FEE==
                     ==HIST-IS-DISPUTE-CR==  BY ==AH-IS-DISPUTE-CR==
                     ==HIST-IS-DEPOSIT==     BY ==AH-IS-DEPOSIT==
                     ==HIST-IS-DEP-REFUND==  BY ==AH-IS-DEP-REFUND==
                     ==HIST-IS-DEP-APPLIED== BY ==AH-IS-DEP-APPLIED==
                     ==HIST-IS-CREDIT-MEMO== BY ==AH-IS-CREDIT-MEMO==
                     ==HIST-IS-FEE-ADJUST==  BY ==AH-IS-FEE-ADJUST==
                     ==HIST-IS-SCRA-CREDIT== BY ==AH-IS-SCRA-CREDIT==
                     ==HIST-IS-FX-REALIZED== BY ==AH-IS-FX-REALIZED==
                     ==HIST-IS-REWARDS-CREDIT==
                         BY ==AH-IS-REWARDS-CREDIT==
                     ==HIST-IS-TRANSFER==    BY ==AH-IS-TRANSFER==
                     ==HIST-PROGRAM==        BY ==AH-PROGRAM==
                     ==HIST-AMOUNT==         BY ==AH-AMOUNT==
                     ==HIST-BALANCE-BEFORE== BY ==AH-BALANCE-BEFORE==
                     ==HIST-BALANCE-AFTER==  BY ==AH-BALANCE-AFTER==.

       FD REGISTERFILE.
       COPY "DebtCancelForm.cpy".

       FD FORMFILE.
       01 PRINTLINE PIC X(80).

       FD PAYEEFILE.
       01 PAYEERECORD PIC X(750).

       FD FILINGFILE.
       01 FILINGRECORD PIC X(750).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X.
           88 WS-SCAN-EOF VALUE 'Y'.
       01 WS-PAYEE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PAYEE-EOF VALUE 'Y'.
       01 WS-HISTORY-SWITCH PIC X VALUE 'N'.
           88 WS-HISTORY-OPEN VALUE 'Y'.
       01 WS-ARCHIVE-SWITCH PIC X VALUE 'N'.
           88 WS-ARCHIVE-OPEN VALUE 'Y'.

       01 WS-PARM-STRING PIC X(20). *> optional PARM "YYYY" or
                                    *> "CORRECT YYYY"
       01 WS-RUN-MODE PIC X VALUE 'Y'.
           88 WS-YEAR-END-RUN VALUE 'Y'.
           88 WS-CORRECTION-RUN VALUE 'C'.
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 WS-TD-SPLIT REDEFINES WS-TD-DATE.
               03 WS-TD-YYYY PIC 9(4).
               03 FILLER PIC 9(4).
           02 FILLER PIC X(13).
       01 WS-FORM-PATH PIC X(60).
       01 WS-FILING-PATH PIC X(60).
       01 WS-FORM-THRESHOLD PIC 9(5)V99 VALUE 600.00.

      *> The split WriteOff recorded for each charge-off, loaded per
      *> customer before the movement history is read.
       01 WS-SPLIT-TABLE.
           02 WS-SPLIT-ENTRY OCCURS 20 TIMES.
               03 WS-SP-DATE PIC 9(8).
               03 WS-SP-TOTAL PIC S9(7)V99.
               03 WS-SP-PRINCIPAL PIC S9(7)V99.
               03 WS-SP-INTEREST PIC S9(7)V99.
               03 WS-SP-FEES PIC S9(7)V99.
               03 WS-SP-EVENT-CODE PIC X.
               03 WS-SP-USED PIC X.
       01 WS-SPLIT-COUNT PIC 99 COMP-3.
       01 WS-SX PIC 99 COMP-3.
       01 WS-MATCH-IX PIC 99 COMP-3.
       01 WS-MATCH-SWITCH PIC X.
           88 WS-SPLIT-MATCHED VALUE 'Y'.
       01 WS-ASSUMED-SWITCH PIC X.
           88 WS-SPLIT-ASSUMED VALUE 'Y'.

       01 WS-MOVEMENT.
           02 WS-MV-DATE PIC 9(8).
           02 WS-MV-DATE-SPLIT REDEFINES WS-MV-DATE.
               03 WS-MV-YEAR PIC 9(4).
               03 FILLER PIC 9(4).
           02 WS-MV-TYPE PIC X(3).
               88 WS-MV-WRITEOFF VALUE 'WOF'.
               88 WS-MV-PAYMENT VALUE 'PAY'.
               88 WS-MV-REVERSAL VALUE 'RVS'.
           02 WS-MV-AMOUNT PIC S9(7)V99.

       01 WS-FORM-IDNUM PIC 9(7).
       01 WS-WOF-SWITCH PIC X.
           88 WS-WOF-SEEN VALUE 'Y'.
       01 WS-CLOSED-SWITCH PIC X.
           88 WS-RECOVERY-CLOSED VALUE 'Y'.
       01 WS-EVENT-DATE PIC 9(8).
       01 WS-EVENT-SPLIT REDEFINES WS-EVENT-DATE.
           02 WS-EV-YYYY PIC 9(4).
           02 WS-EV-MM PIC 99.
           02 WS-EV-DD PIC 99.
       01 WS-EVENT-CODE PIC X.
       01 WS-GROSS-TOTAL PIC S9(7)V99 COMP-3.
       01 WS-GROSS-PRINCIPAL PIC S9(7)V99 COMP-3.
       01 WS-GROSS-INTEREST PIC S9(7)V99 COMP-3.
       01 WS-GROSS-FEES PIC S9(7)V99 COMP-3.
       01 WS-RECOVERED PIC S9(7)V99 COMP-3.
       01 WS-RECOVERY-LEFT PIC S9(7)V99 COMP-3.
       01 WS-NET-PRINCIPAL PIC S9(7)V99.
       01 WS-NET-INTEREST PIC S9(7)V99.
       01 WS-NET-FEES PIC S9(7)V99.
       01 WS-NET-TOTAL PIC S9(7)V99.
       01 WS-CORRECTED-IND PIC X.
           88 WS-FORM-CORRECTED VALUE 'G'.

       01 WS-ISSUED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CORRECTED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-VOIDED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-UNCHANGED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ASSUMED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PAYEE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-FILING-TOTAL PIC 9(16)V99 VALUE ZERO.
       01 WS-FILING-INTEREST PIC 9(16)V99 VALUE ZERO.

       01 WS-LETTER-IDNUM PIC 9(7).
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.
       01 WS-ADDR-STATUS-HOLD PIC X.
       01 WS-SEASONAL-SWITCH PIC X.
           88 WS-SEASONAL-PICKED VALUE 'Y'.
       01 WS-WINDOW-SWITCH PIC X.
           88 WS-IN-SEASON VALUE 'Y'.
       01 WS-RUN-MMDD PIC 9(4).
       01 WS-SEL-STREET PIC X(25).
       01 WS-SEL-CITY PIC X(15).
       01 WS-SEL-STATE PIC XX.
       01 WS-SEL-ZIP PIC X(10).

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "DebtCancelForms".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

      *> Creditor details as registered with the IRS for
      *> information returns; the creditor also transmits its own
      *> file.
       01 WS-CR-NAME PIC X(40) VALUE "LEARNING RECEIVABLES".
       01 WS-CR-STREET PIC X(40) VALUE "100 MAIN STREET".
       01 WS-CR-CITY PIC X(40) VALUE "SPRINGFIELD".
       01 WS-CR-STATE PIC XX VALUE "IL".
       01 WS-CR-ZIP PIC X(9) VALUE "627010000".
       01 WS-CR-PHONE PIC X(15) VALUE "2175550100".
       01 WS-CR-TIN PIC X(9) VALUE "141000001".
       01 WS-CR-TIN-PRINT PIC X(10) VALUE "14-1000001".
       01 WS-CR-NAME-CONTROL PIC X(4) VALUE "LEAR".
       01 WS-CR-TCC PIC X(5) VALUE "12A34".
       01 WS-CR-CONTACT PIC X(40) VALUE "RUI VILELA".
       01 WS-CR-EMAIL PIC X(50) VALUE
           "RECEIVABLES@LEARNING.EXAMPLE".

       01 IRS-T-RECORD.
           02 ITR-RECORD-TYPE PIC X VALUE 'T'.
           02 ITR-PAYMENT-YEAR PIC 9(4).
           02 ITR-PRIOR-YEAR PIC X.
           02 ITR-TRANSMITTER-TIN PIC X(9).
           02 ITR-TCC PIC X(5).
           02 FILLER PIC X(7) VALUE SPACES.
           02 ITR-TEST-FILE PIC X VALUE SPACE.
           02 ITR-FOREIGN PIC X VALUE SPACE.
           02 ITR-TRANSMITTER-NAME PIC X(80).
           02 ITR-COMPANY-NAME PIC X(80).
           02 ITR-COMPANY-ADDRESS PIC X(40).
           02 ITR-COMPANY-CITY PIC X(40).
           02 ITR-COMPANY-STATE PIC XX.
           02 ITR-COMPANY-ZIP PIC X(9).
           02 FILLER PIC X(15) VALUE SPACES.
           02 ITR-PAYEE-COUNT PIC 9(8).
           02 ITR-CONTACT-NAME PIC X(40).
           02 ITR-CONTACT-PHONE PIC X(15).
           02 ITR-CONTACT-EMAIL PIC X(50).
           02 FILLER PIC X(91) VALUE SPACES.
           02 ITR-SEQUENCE PIC 9(8).
           02 FILLER PIC X(10) VALUE SPACES.
           02 ITR-VENDOR-IND PIC X VALUE 'I'.
           02 FILLER PIC X(232) VALUE SPACES.
       01 IRS-A-RECORD.
           02 IRA-RECORD-TYPE PIC X VALUE 'A'.
           02 IRA-PAYMENT-YEAR PIC 9(4).
           02 IRA-COMBINED-FS PIC X VALUE SPACE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 IRA-PAYER-TIN PIC X(9).
           02 IRA-NAME-CONTROL PIC X(4).
           02 IRA-LAST-FILING PIC X VALUE SPACE.
           02 IRA-RETURN-TYPE PIC XX VALUE "5 ".
           02 IRA-AMOUNT-CODES PIC X(18) VALUE "23".
           02 FILLER PIC X(6) VALUE SPACES.
           02 IRA-FOREIGN PIC X VALUE SPACE.
           02 IRA-PAYER-NAME PIC X(80).
           02 IRA-TRANSFER-AGENT PIC X VALUE '0'.
           02 IRA-PAYER-ADDRESS PIC X(40).
           02 IRA-PAYER-CITY PIC X(40).
           02 IRA-PAYER-STATE PIC XX.
           02 IRA-PAYER-ZIP PIC X(9).
           02 IRA-PAYER-PHONE PIC X(15).
           02 FILLER PIC X(260) VALUE SPACES.
           02 IRA-SEQUENCE PIC 9(8).
           02 FILLER PIC X(243) VALUE SPACES.
      *> Amount code 2 carries the debt discharged, code 3 the
      *> interest included in it.
       01 IRS-B-RECORD.
           02 IRB-RECORD-TYPE PIC X VALUE 'B'.
           02 IRB-PAYMENT-YEAR PIC 9(4).
           02 IRB-CORRECTED PIC X.
           02 IRB-NAME-CONTROL PIC X(4).
           02 IRB-TIN-TYPE PIC X VALUE '2'.
           02 IRB-PAYEE-TIN PIC 9(9).
           02 IRB-ACCOUNT PIC X(20).
           02 IRB-OFFICE-CODE PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE SPACES.
           02 IRB-AMOUNT-1 PIC 9(10)V99 VALUE ZERO.
           02 IRB-AMOUNT-2 PIC 9(10)V99.
           02 IRB-AMOUNT-3 PIC 9(10)V99.
           02 IRB-OTHER-AMOUNTS PIC X(156) VALUE ALL '0'.
           02 IRB-FOREIGN PIC X VALUE SPACE.
           02 IRB-PAYEE-NAME PIC X(40).
           02 IRB-PAYEE-NAME-2 PIC X(40) VALUE SPACES.
           02 IRB-PAYEE-ADDRESS PIC X(40).
           02 FILLER PIC X(40) VALUE SPACES.
           02 IRB-PAYEE-CITY PIC X(40).
           02 IRB-PAYEE-STATE PIC XX.
           02 IRB-PAYEE-ZIP PIC X(9).
           02 FILLER PIC X(41) VALUE SPACES.
           02 IRB-SEQUENCE PIC 9(8).
           02 FILLER PIC X(39) VALUE SPACES.
           02 IRB-EVENT-CODE PIC X.
           02 IRB-EVENT-DATE PIC 9(8).
           02 IRB-DEBT-DESC PIC X(39).
           02 IRB-PERSONAL-LIABILITY PIC X VALUE 'X'.
           02 FILLER PIC X(155) VALUE SPACES.
       01 IRS-C-RECORD.
           02 IRC-RECORD-TYPE PIC X VALUE 'C'.
           02 IRC-PAYEE-COUNT PIC 9(8).
           02 FILLER PIC X(6) VALUE SPACES.
           02 IRC-TOTAL-1 PIC 9(16)V99 VALUE ZERO.
           02 IRC-TOTAL-2 PIC 9(16)V99.
           02 IRC-TOTAL-3 PIC 9(16)V99.
           02 IRC-OTHER-TOTALS PIC X(234) VALUE ALL '0'.
           02 FILLER PIC X(196) VALUE SPACES.
           02 IRC-SEQUENCE PIC 9(8).
           02 FILLER PIC X(243) VALUE SPACES.
       01 IRS-F-RECORD.
           02 IRF-RECORD-TYPE PIC X VALUE 'F'.
           02 IRF-A-COUNT PIC 9(8) VALUE 1.
           02 IRF-ZEROS PIC X(21) VALUE ALL '0'.
           02 FILLER PIC X(19) VALUE SPACES.
           02 IRF-PAYEE-COUNT PIC 9(8).
           02 FILLER PIC X(442) VALUE SPACES.
           02 IRF-SEQUENCE PIC 9(8).
           02 FILLER PIC X(243) VALUE SPACES.

       01 FORMTITLELINE.
           02 FILLER PIC X(37) VALUE
               "FORM 1099-C  CANCELLATION OF DEBT".
           02 PRNFORMYEAR PIC 9(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PRNFORMCORRECTED PIC X(9).
       01 FORMLABELLINE.
           02 PRNFORMLABEL PIC X(36).
           02 PRNFORMVALUE PIC X(44).
       01 FORMNAMELINE PIC X(60).
       01 FORMADDRLINE PIC X(60).
       01 WS-AMOUNT-EDIT PIC $$,$$$,$$9.99.
       01 WS-PRINCIPAL-EDIT PIC $$,$$$,$$9.99.
       01 WS-FEES-EDIT PIC $$,$$$,$$9.99.
       01 WS-MASKED-TIN.
           02 FILLER PIC X(7) VALUE "XXX-XX-".
           02 WS-MT-SERIAL PIC 9(4).

       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-AH-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-FM-STATUS PIC XX.
       01 WS-PY-STATUS PIC XX.
       01 WS-FL-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Written-off balances of $600 or more are reported to the
      *> debtor and the IRS on Form 1099-C for the year of the
      *> charge-off. The year-end run issues the forms once per
      *> customer per tax year and records them on the forms
      *> register; the CORRECT run re-totals every registered form
      *> and issues a corrected form where recoveries or reversals
      *> posted since have changed the amount cancelled.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           PERFORM 0100-SET-RUN-MODE
           PERFORM 0200-OPEN-FILES
           IF WS-CORRECTION-RUN
               PERFORM 3000-CORRECTION-PASS
           ELSE
               PERFORM 1000-YEAR-END-PASS
           END-IF
           CLOSE CUSTOMERFILE
           CLOSE REGISTERFILE
           CLOSE FORMFILE
           CLOSE PAYEEFILE
           IF WS-HISTORY-OPEN
               CLOSE HISTORYFILE
           END-IF
           IF WS-ARCHIVE-OPEN
               CLOSE ARCHIVEFILE
           END-IF
           IF WS-PAYEE-COUNT > ZERO
               PERFORM 5000-ASSEMBLE-FILING-FILE
           END-IF
           IF WS-CORRECTION-RUN
               DISPLAY "Cancellation-of-debt corrections for "
                   WS-TAX-YEAR " complete - " WS-CORRECTED-COUNT
                   " corrected (" WS-VOIDED-COUNT " voided), "
                   WS-UNCHANGED-COUNT " unchanged"
           ELSE
               DISPLAY "Cancellation-of-debt forms for " WS-TAX-YEAR
                   " complete - " WS-ISSUED-COUNT " issued, "
                   WS-ALREADY-COUNT " already on register"
           END-IF
           IF WS-ASSUMED-COUNT > ZERO
               DISPLAY WS-ASSUMED-COUNT " form(s) report write-offs "
                   "with no recorded split as principal"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The tax year defaults to the calendar year just ended.
       0100-SET-RUN-MODE.
           COMPUTE WS-TAX-YEAR = WS-TD-YYYY - 1
           IF WS-PARM-STRING(1:7) = "CORRECT"
               SET WS-CORRECTION-RUN TO TRUE
               IF WS-PARM-STRING(9:4) IS NUMERIC
                   MOVE WS-PARM-STRING(9:4) TO WS-TAX-YEAR
               END-IF
               MOVE "files/DebtCancelCorrections.rpt" TO WS-FORM-PATH
               MOVE "files/DebtCancel1099CCorr.dat" TO WS-FILING-PATH
           ELSE
               IF WS-PARM-STRING(1:4) IS NUMERIC
                   MOVE WS-PARM-STRING(1:4) TO WS-TAX-YEAR
               END-IF
               MOVE "files/DebtCancelForms.rpt" TO WS-FORM-PATH
               MOVE "files/DebtCancel1099C.dat" TO WS-FILING-PATH
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-TD-YYYY - 1.

       0200-OPEN-FILES.
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-SWITCH
           END-IF
           OPEN INPUT ARCHIVEFILE
           IF WS-AH-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-SWITCH
           END-IF
           OPEN I-O REGISTERFILE
           IF WS-RG-STATUS = "35" AND WS-YEAR-END-RUN
               OPEN OUTPUT REGISTERFILE
               CLOSE REGISTERFILE
               OPEN I-O REGISTERFILE
           END-IF
           IF WS-RG-STATUS = "35"
               DISPLAY "No cancellation-of-debt forms registered - "
                   "nothing to correct"
               GOBACK
           END-IF
           IF WS-RG-STATUS NOT = "00"
               MOVE "REGISTERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-RG-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT FORMFILE
           IF WS-FM-STATUS NOT = "00"
               MOVE "FORMFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-FM-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT PAYEEFILE
           IF WS-PY-STATUS NOT = "00"
               MOVE "PAYEEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PY-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

      *> Year-end: every customer with a charge-off in the tax year
      *> and no form on the register yet.
       1000-YEAR-END-PASS.
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 1010-CHECK-ONE-CUSTOMER UNTIL WSEOF.

       1010-CHECK-ONE-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND REC-IS-HEADER
               MOVE WS-TAX-YEAR TO DCF-TAX-YEAR
               MOVE IDNUM TO DCF-IDNUM
               READ REGISTERFILE
                   INVALID KEY
                       PERFORM 1100-TOTAL-CANCELLED-DEBT
                       IF WS-NET-TOTAL >= WS-FORM-THRESHOLD
                           PERFORM 1500-ISSUE-ORIGINAL-FORM
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-ALREADY-COUNT
               END-READ
           END-IF.

      *> Totals what was cancelled for the customer in the tax year:
      *> every WOF movement dated in the year, split into principal,
      *> interest and fees from WriteOff's split record, less what
      *> was recovered (payments net of reversals) after the first
      *> charge-off and before any charge-off in a later year.
       1100-TOTAL-CANCELLED-DEBT.
           MOVE IDNUM TO WS-FORM-IDNUM
           MOVE ZERO TO WS-GROSS-TOTAL
           MOVE ZERO TO WS-GROSS-PRINCIPAL
           MOVE ZERO TO WS-GROSS-INTEREST
           MOVE ZERO TO WS-GROSS-FEES
           MOVE ZERO TO WS-RECOVERED
           MOVE ZERO TO WS-EVENT-DATE
           MOVE 'G' TO WS-EVENT-CODE
           MOVE 'N' TO WS-WOF-SWITCH
           MOVE 'N' TO WS-CLOSED-SWITCH
           MOVE 'N' TO WS-ASSUMED-SWITCH
           PERFORM 1110-LOAD-WRITEOFF-SPLITS
           IF WS-ARCHIVE-OPEN
               PERFORM 1200-SCAN-ARCHIVE
           END-IF
           IF WS-HISTORY-OPEN
               PERFORM 1300-SCAN-HISTORY
           END-IF
           PERFORM 1400-APPLY-RECOVERIES.

       1110-LOAD-WRITEOFF-SPLITS.
           MOVE ZERO TO WS-SPLIT-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-FORM-IDNUM TO CW-IDNUM
           MOVE 'W' TO CW-REC-TYPE
           MOVE ZERO TO CW-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 1120-LOAD-ONE-SPLIT UNTIL WS-SCAN-EOF
           PERFORM 1190-REREAD-HEADER.

       1120-LOAD-ONE-SPLIT.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF CW-IDNUM NOT = WS-FORM-IDNUM
                   OR CW-REC-TYPE NOT = 'W'
                   SET WS-SCAN-EOF TO TRUE
               ELSE IF WS-SPLIT-COUNT < 20
                   ADD 1 TO WS-SPLIT-COUNT
                   MOVE CW-WOF-DATE TO WS-SP-DATE(WS-SPLIT-COUNT)
                   MOVE CW-PRINCIPAL TO WS-SP-PRINCIPAL(WS-SPLIT-COUNT)
                   MOVE CW-INTEREST TO WS-SP-INTEREST(WS-SPLIT-COUNT)
                   MOVE CW-FEES TO WS-SP-FEES(WS-SPLIT-COUNT)
                   COMPUTE WS-SP-TOTAL(WS-SPLIT-COUNT) =
                       CW-PRINCIPAL + CW-INTEREST + CW-FEES
                   MOVE CW-EVENT-CODE
                       TO WS-SP-EVENT-CODE(WS-SPLIT-COUNT)
                   MOVE 'N' TO WS-SP-USED(WS-SPLIT-COUNT)
               END-IF
           END-IF.

       1190-REREAD-HEADER.
           MOVE WS-FORM-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

      *> Archived movements are older than anything still on the
      *> live history, so the archive is read first to keep the
      *> customer's movements in date order.
       1200-SCAN-ARCHIVE.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-FORM-IDNUM TO AH-IDNUM
           MOVE ZERO TO AH-DATE
           MOVE ZERO TO AH-SEQ
           START ARCHIVEFILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 1210-READ-ONE-ARCHIVED UNTIL WS-SCAN-EOF.

       1210-READ-ONE-ARCHIVED.
           READ ARCHIVEFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF AH-IDNUM NOT = WS-FORM-IDNUM
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   MOVE AH-DATE TO WS-MV-DATE
                   MOVE AH-MOVE-TYPE TO WS-MV-TYPE
                   MOVE AH-AMOUNT TO WS-MV-AMOUNT
                   PERFORM 1250-APPLY-MOVEMENT
               END-IF
           END-IF.

       1250-APPLY-MOVEMENT.
           IF WS-MV-WRITEOFF
               IF WS-MV-YEAR = WS-TAX-YEAR
                   PERFORM 1260-ADD-WRITE-OFF
               ELSE IF WS-MV-YEAR > WS-TAX-YEAR AND WS-WOF-SEEN
                   MOVE 'Y' TO WS-CLOSED-SWITCH
               END-IF
           ELSE IF (WS-MV-PAYMENT OR WS-MV-REVERSAL)
               AND WS-WOF-SEEN AND NOT WS-RECOVERY-CLOSED
               ADD WS-MV-AMOUNT TO WS-RECOVERED
           END-IF.

      *> A charge-off with no split record on file (written off
      *> before the split was kept) is reported as all principal.
       1260-ADD-WRITE-OFF.
           ADD WS-MV-AMOUNT TO WS-GROSS-TOTAL
           IF NOT WS-WOF-SEEN
               MOVE 'Y' TO WS-WOF-SWITCH
               MOVE WS-MV-DATE TO WS-EVENT-DATE
           END-IF
           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM 1270-MATCH-SPLIT VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SPLIT-COUNT OR WS-SPLIT-MATCHED
           IF WS-SPLIT-MATCHED
               ADD WS-SP-PRINCIPAL(WS-MATCH-IX) TO WS-GROSS-PRINCIPAL
               ADD WS-SP-INTEREST(WS-MATCH-IX) TO WS-GROSS-INTEREST
               ADD WS-SP-FEES(WS-MATCH-IX) TO WS-GROSS-FEES
               IF WS-SP-EVENT-CODE(WS-MATCH-IX) = 'A'
                   MOVE 'A' TO WS-EVENT-CODE
               END-IF
           ELSE
               ADD WS-MV-AMOUNT TO WS-GROSS-PRINCIPAL
               MOVE 'Y' TO WS-ASSUMED-SWITCH
           END-IF.

       1270-MATCH-SPLIT.
           IF WS-SP-USED(WS-SX) = 'N'
               AND WS-SP-DATE(WS-SX) = WS-MV-DATE
               AND WS-SP-TOTAL(WS-SX) = WS-MV-AMOUNT
               MOVE 'Y' TO WS-SP-USED(WS-SX)
               MOVE 'Y' TO WS-MATCH-SWITCH
               MOVE WS-SX TO WS-MATCH-IX
           END-IF.

       1300-SCAN-HISTORY.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-FORM-IDNUM TO HIST-IDNUM
           MOVE ZERO TO HIST-DATE
           MOVE ZERO TO HIST-SEQ
           START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 1310-READ-ONE-MOVEMENT UNTIL WS-SCAN-EOF.

       1310-READ-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF HIST-IDNUM NOT = WS-FORM-IDNUM
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   MOVE HIST-DATE TO WS-MV-DATE
                   MOVE HIST-MOVE-TYPE TO WS-MV-TYPE
                   MOVE HIST-AMOUNT TO WS-MV-AMOUNT
                   PERFORM 1250-APPLY-MOVEMENT
               END-IF
           END-IF.

      *> Recoveries come off fees first, then interest, then
      *> principal - the same order PaymentPost allocates a
      *> payment in.
       1400-APPLY-RECOVERIES.
           IF WS-RECOVERED < ZERO
               MOVE ZERO TO WS-RECOVERED
           END-IF
           IF WS-RECOVERED > WS-GROSS-TOTAL
               MOVE WS-GROSS-TOTAL TO WS-RECOVERED
           END-IF
           MOVE WS-GROSS-PRINCIPAL TO WS-NET-PRINCIPAL
           MOVE WS-GROSS-INTEREST TO WS-NET-INTEREST
           MOVE WS-GROSS-FEES TO WS-NET-FEES
           MOVE WS-RECOVERED TO WS-RECOVERY-LEFT
           IF WS-RECOVERY-LEFT > WS-NET-FEES
               SUBTRACT WS-NET-FEES FROM WS-RECOVERY-LEFT
               MOVE ZERO TO WS-NET-FEES
           ELSE
               SUBTRACT WS-RECOVERY-LEFT FROM WS-NET-FEES
               MOVE ZERO TO WS-RECOVERY-LEFT
           END-IF
           IF WS-RECOVERY-LEFT > WS-NET-INTEREST
               SUBTRACT WS-NET-INTEREST FROM WS-RECOVERY-LEFT
               MOVE ZERO TO WS-NET-INTEREST
           ELSE
               SUBTRACT WS-RECOVERY-LEFT FROM WS-NET-INTEREST
               MOVE ZERO TO WS-RECOVERY-LEFT
           END-IF
           IF WS-RECOVERY-LEFT > WS-NET-PRINCIPAL
               MOVE ZERO TO WS-NET-PRINCIPAL
           ELSE
               SUBTRACT WS-RECOVERY-LEFT FROM WS-NET-PRINCIPAL
           END-IF
           COMPUTE WS-NET-TOTAL =
               WS-NET-PRINCIPAL + WS-NET-INTEREST + WS-NET-FEES.

       1500-ISSUE-ORIGINAL-FORM.
           MOVE SPACE TO WS-CORRECTED-IND
           PERFORM 2000-PRODUCE-FORM
           MOVE SPACES TO DEBTCANCELRECORD
           MOVE WS-TAX-YEAR TO DCF-TAX-YEAR
           MOVE WS-FORM-IDNUM TO DCF-IDNUM
           MOVE WS-EVENT-DATE TO DCF-EVENT-DATE
           MOVE WS-EVENT-CODE TO DCF-EVENT-CODE
           MOVE WS-NET-PRINCIPAL TO DCF-PRINCIPAL
           MOVE WS-NET-INTEREST TO DCF-INTEREST
           MOVE WS-NET-FEES TO DCF-FEES
           SET DCF-ORIGINAL TO TRUE
           MOVE WS-TD-DATE TO DCF-ISSUE-DATE
           MOVE ZERO TO DCF-CORRECTION-COUNT
           MOVE ZERO TO DCF-LAST-CORRECTED
           WRITE DEBTCANCELRECORD
               INVALID KEY
                   DISPLAY "Form register write failed for customer "
                       WS-FORM-IDNUM
               NOT INVALID KEY
                   ADD 1 TO WS-ISSUED-COUNT
           END-WRITE.

      *> One recipient copy to the customer's mailing address and
      *> one payee record for the electronic filing.
       2000-PRODUCE-FORM.
           PERFORM 2100-SELECT-MAIL-ADDRESS
           PERFORM 2200-PRINT-FORM
           PERFORM 2300-WRITE-PAYEE-RECORD
           IF WS-SPLIT-ASSUMED
               ADD 1 TO WS-ASSUMED-COUNT
               DISPLAY "Customer " WS-FORM-IDNUM " - write-off split "
                   "not on file, reported as principal"
           END-IF.

      *> Same address choice as the dunning letters: an estate
      *> address wins, then an in-season seasonal address, then
      *> the primary mailing address.
       2100-SELECT-MAIL-ADDRESS.
           MOVE IDNUM TO WS-LETTER-IDNUM
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 'N' TO WS-SEASONAL-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE FUNCTION CURRENT-DATE(5:4) TO WS-RUN-MMDD
           MOVE IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2110-CHECK-ONE-ADDRESS UNTIL WS-SCAN-EOF
           MOVE WS-LETTER-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-ADDR-FOUND
               IF WS-ADDR-STATUS-HOLD = 'R'
                   OR WS-ADDR-STATUS-HOLD = 'B'
                   DISPLAY "Customer " WS-LETTER-IDNUM " - form "
                       "mailed to an address marked returned"
               END-IF
           END-IF.

       2110-CHECK-ONE-ADDRESS.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF CA-IDNUM NOT = WS-LETTER-IDNUM
                   OR CA-REC-TYPE NOT = 'A'
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   PERFORM 2120-CONSIDER-ADDRESS
               END-IF
           END-IF.

       2120-CONSIDER-ADDRESS.
           IF CA-USAGE-ESTATE
               MOVE 'Y' TO WS-SEASONAL-SWITCH
               PERFORM 2140-HOLD-THIS-ADDRESS
           ELSE IF CA-USAGE-SEASONAL AND NOT WS-SEASONAL-PICKED
               PERFORM 2130-CHECK-SEASON-WINDOW
               IF WS-IN-SEASON
                   MOVE 'Y' TO WS-SEASONAL-SWITCH
                   PERFORM 2140-HOLD-THIS-ADDRESS
               END-IF
           ELSE
               IF NOT WS-SEASONAL-PICKED
                   AND (CA-SEQ = ZERO OR NOT WS-ADDR-FOUND)
                   AND NOT CA-USAGE-SEASONAL
                   AND NOT CA-USAGE-FORMER
                   AND NOT CA-ADDR-UNVERIFIED
                   PERFORM 2140-HOLD-THIS-ADDRESS
               END-IF
           END-IF.

       2130-CHECK-SEASON-WINDOW.
           MOVE 'N' TO WS-WINDOW-SWITCH
           IF CA-SEASON-FROM > ZERO AND CA-SEASON-TO > ZERO
               IF CA-SEASON-FROM <= CA-SEASON-TO
                   IF WS-RUN-MMDD >= CA-SEASON-FROM
                       AND WS-RUN-MMDD <= CA-SEASON-TO
                       MOVE 'Y' TO WS-WINDOW-SWITCH
                   END-IF
               ELSE
                   IF WS-RUN-MMDD >= CA-SEASON-FROM
                       OR WS-RUN-MMDD <= CA-SEASON-TO
                       MOVE 'Y' TO WS-WINDOW-SWITCH
                   END-IF
               END-IF
           END-IF.

       2140-HOLD-THIS-ADDRESS.
           MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           MOVE CA-STREET TO WS-SEL-STREET
           MOVE CA-CITY TO WS-SEL-CITY
           MOVE CA-STATE TO WS-SEL-STATE
           MOVE CA-ZIP TO WS-SEL-ZIP
           MOVE CA-ADDR-STATUS TO WS-ADDR-STATUS-HOLD.

      *> The recipient copy shows only the last four digits of the
      *> debtor's SSN.
       2200-PRINT-FORM.
           MOVE WS-TAX-YEAR TO PRNFORMYEAR
           IF WS-FORM-CORRECTED
               MOVE "CORRECTED" TO PRNFORMCORRECTED
           ELSE
               MOVE SPACES TO PRNFORMCORRECTED
           END-IF
           WRITE PRINTLINE FROM FORMTITLELINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "CREDITOR" TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM WS-CR-NAME
           WRITE PRINTLINE FROM WS-CR-STREET
           MOVE SPACES TO FORMADDRLINE
           STRING FUNCTION TRIM(WS-CR-CITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-CR-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CR-ZIP(1:5) DELIMITED BY SIZE
               INTO FORMADDRLINE
           WRITE PRINTLINE FROM FORMADDRLINE
           MOVE "Creditor's TIN" TO PRNFORMLABEL
           MOVE WS-CR-TIN-PRINT TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "DEBTOR" TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO FORMNAMELINE
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
               INTO FORMNAMELINE
           WRITE PRINTLINE FROM FORMNAMELINE
           PERFORM 2210-PRINT-ADDRESS
           MOVE SSN-SERIAL TO WS-MT-SERIAL
           MOVE "Debtor's TIN" TO PRNFORMLABEL
           MOVE WS-MASKED-TIN TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE "Account number" TO PRNFORMLABEL
           MOVE WS-FORM-IDNUM TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "1 Date of identifiable event" TO PRNFORMLABEL
           MOVE SPACES TO PRNFORMVALUE
           STRING WS-EV-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-EV-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-EV-YYYY DELIMITED BY SIZE
               INTO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE "2 Amount of debt discharged" TO PRNFORMLABEL
           MOVE WS-NET-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE "3 Interest, if included in box 2" TO PRNFORMLABEL
           MOVE WS-NET-INTEREST TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           PERFORM 2220-BUILD-DEBT-DESCRIPTION
           MOVE "4 Debt description" TO PRNFORMLABEL
           MOVE IRB-DEBT-DESC TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE "5 Debtor personally liable" TO PRNFORMLABEL
           MOVE "X" TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE "6 Identifiable event code" TO PRNFORMLABEL
           MOVE WS-EVENT-CODE TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE
           MOVE "7 Fair market value of property" TO PRNFORMLABEL
           MOVE ZERO TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO PRNFORMVALUE
           WRITE PRINTLINE FROM FORMLABELLINE.

       2210-PRINT-ADDRESS.
           IF WS-ADDR-FOUND
               WRITE PRINTLINE FROM WS-SEL-STREET
               MOVE SPACES TO FORMADDRLINE
               STRING FUNCTION TRIM(WS-SEL-CITY) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-SEL-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEL-ZIP) DELIMITED BY SIZE
                   INTO FORMADDRLINE
               WRITE PRINTLINE FROM FORMADDRLINE
           ELSE
               MOVE "(no address on file)" TO PRINTLINE
               WRITE PRINTLINE
           END-IF.

       2220-BUILD-DEBT-DESCRIPTION.
           MOVE WS-NET-PRINCIPAL TO WS-PRINCIPAL-EDIT
           MOVE WS-NET-FEES TO WS-FEES-EDIT
           MOVE SPACES TO IRB-DEBT-DESC
           STRING "PRINCIPAL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRINCIPAL-EDIT) DELIMITED BY SIZE
               " FEES " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FEES-EDIT) DELIMITED BY SIZE
               INTO IRB-DEBT-DESC.

      *> The filing carries the full SSN; payee records are held in
      *> a work file until the payee count for the T record is known.
       2300-WRITE-PAYEE-RECORD.
           PERFORM 2310-REVEAL-SSN
           MOVE WS-TAX-YEAR TO IRB-PAYMENT-YEAR
           MOVE WS-CORRECTED-IND TO IRB-CORRECTED
           MOVE LASTNAME(1:4) TO IRB-NAME-CONTROL
           MOVE WS-GUARD-SSN-OUT TO IRB-PAYEE-TIN
           MOVE WS-FORM-IDNUM TO IRB-ACCOUNT
           MOVE WS-NET-TOTAL TO IRB-AMOUNT-2
           MOVE WS-NET-INTEREST TO IRB-AMOUNT-3
           MOVE FORMNAMELINE TO IRB-PAYEE-NAME
           IF WS-ADDR-FOUND
               MOVE WS-SEL-STREET TO IRB-PAYEE-ADDRESS
               MOVE WS-SEL-CITY TO IRB-PAYEE-CITY
               MOVE WS-SEL-STATE TO IRB-PAYEE-STATE
               MOVE WS-SEL-ZIP TO IRB-PAYEE-ZIP
           ELSE
               MOVE SPACES TO IRB-PAYEE-ADDRESS
               MOVE SPACES TO IRB-PAYEE-CITY
               MOVE SPACES TO IRB-PAYEE-STATE
               MOVE SPACES TO IRB-PAYEE-ZIP
           END-IF
           MOVE WS-EVENT-CODE TO IRB-EVENT-CODE
           MOVE WS-EVENT-DATE TO IRB-EVENT-DATE
           ADD 1 TO WS-PAYEE-COUNT
           COMPUTE IRB-SEQUENCE = WS-PAYEE-COUNT + 2
           ADD WS-NET-TOTAL TO WS-FILING-TOTAL
           ADD WS-NET-INTEREST TO WS-FILING-INTEREST
           WRITE PAYEERECORD FROM IRS-B-RECORD.

       2310-REVEAL-SSN.
           MOVE 'R' TO WS-GUARD-ACTION
           MOVE IDNUM TO WS-GUARD-IDNUM
           MOVE CUST-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

      *> Correction: re-total every form registered for the tax year
      *> and re-issue those whose amounts no longer agree. A form
      *> that drops to nothing is re-issued with zero amounts, which
      *> voids it with the IRS.
       3000-CORRECTION-PASS.
           MOVE WS-TAX-YEAR TO DCF-TAX-YEAR
           MOVE ZERO TO DCF-IDNUM
           START REGISTERFILE KEY IS NOT LESS THAN DCF-KEY
               INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM 3010-CHECK-ONE-FORM UNTIL WSEOF.

       3010-CHECK-ONE-FORM.
           READ REGISTERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF
               IF DCF-TAX-YEAR NOT = WS-TAX-YEAR
                   SET WSEOF TO TRUE
               ELSE
                   PERFORM 3100-RECHECK-ISSUED-FORM
               END-IF
           END-IF.

       3100-RECHECK-ISSUED-FORM.
           MOVE DCF-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer " DCF-IDNUM " no longer on "
                       "master - form not rechecked"
                   ADD 1 TO WS-UNCHANGED-COUNT
                   EXIT PARAGRAPH
           END-READ
           PERFORM 1100-TOTAL-CANCELLED-DEBT
           IF NOT WS-WOF-SEEN
               DISPLAY "Customer " DCF-IDNUM " write-off no longer "
                   "on history - form not rechecked"
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-NET-PRINCIPAL = DCF-PRINCIPAL
               AND WS-NET-INTEREST = DCF-INTEREST
               AND WS-NET-FEES = DCF-FEES
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'G' TO WS-CORRECTED-IND
           PERFORM 2000-PRODUCE-FORM
           MOVE WS-EVENT-DATE TO DCF-EVENT-DATE
           MOVE WS-EVENT-CODE TO DCF-EVENT-CODE
           MOVE WS-NET-PRINCIPAL TO DCF-PRINCIPAL
           MOVE WS-NET-INTEREST TO DCF-INTEREST
           MOVE WS-NET-FEES TO DCF-FEES
           IF WS-NET-TOTAL = ZERO
               SET DCF-VOIDED TO TRUE
               ADD 1 TO WS-VOIDED-COUNT
           ELSE
               SET DCF-CORRECTED TO TRUE
           END-IF
           ADD 1 TO DCF-CORRECTION-COUNT
           MOVE WS-TD-DATE TO DCF-LAST-CORRECTED
           REWRITE DEBTCANCELRECORD
               INVALID KEY
                   DISPLAY "Form register update failed for "
                       "customer " DCF-IDNUM
               NOT INVALID KEY
                   ADD 1 TO WS-CORRECTED-COUNT
           END-REWRITE.

      *> Transmitter, payer, payees, end of payer, end of
      *> transmission - record sequence numbers run through the file.
       5000-ASSEMBLE-FILING-FILE.
           OPEN INPUT PAYEEFILE
           IF WS-PY-STATUS NOT = "00"
               MOVE "PAYEEFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PY-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT FILINGFILE
           IF WS-FL-STATUS NOT = "00"
               MOVE "FILINGFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-FL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TAX-YEAR TO ITR-PAYMENT-YEAR
           IF WS-TAX-YEAR < WS-PRIOR-YEAR
               MOVE 'P' TO ITR-PRIOR-YEAR
           ELSE
               MOVE SPACE TO ITR-PRIOR-YEAR
           END-IF
           MOVE WS-CR-TIN TO ITR-TRANSMITTER-TIN
           MOVE WS-CR-TCC TO ITR-TCC
           MOVE WS-CR-NAME TO ITR-TRANSMITTER-NAME
           MOVE WS-CR-NAME TO ITR-COMPANY-NAME
           MOVE WS-CR-STREET TO ITR-COMPANY-ADDRESS
           MOVE WS-CR-CITY TO ITR-COMPANY-CITY
           MOVE WS-CR-STATE TO ITR-COMPANY-STATE
           MOVE WS-CR-ZIP TO ITR-COMPANY-ZIP
           MOVE WS-PAYEE-COUNT TO ITR-PAYEE-COUNT
           MOVE WS-CR-CONTACT TO ITR-CONTACT-NAME
           MOVE WS-CR-PHONE TO ITR-CONTACT-PHONE
           MOVE WS-CR-EMAIL TO ITR-CONTACT-EMAIL
           MOVE 1 TO ITR-SEQUENCE
           WRITE FILINGRECORD FROM IRS-T-RECORD
           MOVE WS-TAX-YEAR TO IRA-PAYMENT-YEAR
           MOVE WS-CR-TIN TO IRA-PAYER-TIN
           MOVE WS-CR-NAME-CONTROL TO IRA-NAME-CONTROL
           MOVE WS-CR-NAME TO IRA-PAYER-NAME
           MOVE WS-CR-STREET TO IRA-PAYER-ADDRESS
           MOVE WS-CR-CITY TO IRA-PAYER-CITY
           MOVE WS-CR-STATE TO IRA-PAYER-STATE
           MOVE WS-CR-ZIP TO IRA-PAYER-ZIP
           MOVE WS-CR-PHONE TO IRA-PAYER-PHONE
           MOVE 2 TO IRA-SEQUENCE
           WRITE FILINGRECORD FROM IRS-A-RECORD
           PERFORM 5010-COPY-ONE-PAYEE UNTIL WS-PAYEE-EOF
           MOVE WS-PAYEE-COUNT TO IRC-PAYEE-COUNT
           MOVE WS-FILING-TOTAL TO IRC-TOTAL-2
           MOVE WS-FILING-INTEREST TO IRC-TOTAL-3
           COMPUTE IRC-SEQUENCE = WS-PAYEE-COUNT + 3
           WRITE FILINGRECORD FROM IRS-C-RECORD
           MOVE WS-PAYEE-COUNT TO IRF-PAYEE-COUNT
           COMPUTE IRF-SEQUENCE = WS-PAYEE-COUNT + 4
           WRITE FILINGRECORD FROM IRS-F-RECORD
           CLOSE PAYEEFILE
           CLOSE FILINGFILE.

       5010-COPY-ONE-PAYEE.
           READ PAYEEFILE
               AT END SET WS-PAYEE-EOF TO TRUE
           END-READ
           IF NOT WS-PAYEE-EOF
               WRITE FILINGRECORD FROM PAYEERECORD
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
