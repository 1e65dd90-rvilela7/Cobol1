           SELECT TEMPLATEFILE ASSIGN TO "files/DunningTemplates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT NOTICEFILE ASSIGN TO "files/ChangeNotices.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-CN-STATUS.
           SELECT REMINDERFILE ASSIGN TO "files/PaymentReminders.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RMD-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT DOCUMENTFILE ASSIGN TO WS-DOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
       01 TEMPLATERECORD.
           02 DT-TIER PIC 9.
           02 DT-TEXT PIC X(70).
           02 DT-LANGUAGE PIC XX.

       FD NOTICEFILE.
       COPY "ChangeNotice.cpy".

       FD REMINDERFILE.
       COPY "PaymentReminder.cpy".

       FD DOCUMENTFILE.
       01 DOCLINE PIC X(80).
       01 WS-DOC-PATH PIC X(40).
       01 WS-DOC-IDNUM PIC 9(7).
       01 WS-DOC-EMAIL PIC X(30).
       01 WS-DOC-CC-EMAIL PIC X(30).
       01 WS-NOTICES-SWITCH PIC X VALUE 'N'.
           88 WS-NOTICES-ON-FILE VALUE 'Y'.
       01 WS-NOTICE-SWITCH PIC X.
           88 WS-NOTICE-FOUND VALUE 'Y'.
       01 WS-CN-EOF-SWITCH PIC X.
           88 WS-CN-EOF VALUE 'Y'.
       01 WS-NOTICE-STAMP PIC 9(14).
       01 WS-CN-WHAT PIC X(40).
       01 WS-CN-SECURITY-PHONE PIC X(14) VALUE "1-800-555-0142".
       01 WS-CN-WHEN.
           02 WS-CN-YYYY PIC 9(4).
           02 WS-CN-MM PIC 99.
           02 WS-CN-DD PIC 99.
           02 WS-CN-HH PIC 99.
           02 WS-CN-MIN PIC 99.
           02 FILLER PIC 99.
       01 WS-REMINDERS-SWITCH PIC X VALUE 'N'.
           88 WS-REMINDERS-ON-FILE VALUE 'Y'.
       01 WS-RM-EOF-SWITCH PIC X.
           88 WS-RM-EOF VALUE 'Y'.
       01 WS-RM-SENT-DATE PIC 9(8).
       01 WS-RM-TOTAL PIC S9(9)V99.
       01 WS-CONSENT-REQUEST-SWITCH PIC X.
           88 WS-CONSENT-REQUEST-FOUND VALUE 'Y'.
       01 WS-CR-ACTION PIC X.
           88 WS-CR-ENROLL VALUE 'E'.
       01 WS-CR-CODE PIC 9(6).
       01 WS-CR-VERSION PIC X(8).
       01 DOCCODELINE.
           02 FILLER PIC X(24) VALUE "  Confirmation code .. ".
           02 PRNCONSENTCODE PIC 9(6).
       COPY "PaperlessDisclosure.cpy".
       01 DOCITEMLINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PRNITEMTEXT PIC X(22).
           02 PRNITEMDUEWORD PIC X(7).
           02 PRNITEMDUE PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PRNITEMAMOUNT PIC $$,$$$,$$9.99.
       01 DOCDETAILLINE.
           02 PRNDETAILLABEL PIC X(12).
           02 PRNDETAILVALUE PIC X(40).
       01 WS-LETTER-TIER PIC 9.
       01 WS-AMOUNT-OVER PIC 9(7)V99.
       01 WS-DUNNING-THRESHOLD PIC S9(7)V99 VALUE -500.00.
           02 WS-TEMPLATE-ENTRY OCCURS 30 TIMES INDEXED BY WS-TIDX.
               03 WS-T-TIER PIC 9.
               03 WS-T-TEXT PIC X(70).
               03 WS-T-LANGUAGE PIC XX.
       01 WS-TIER-LINES PIC 9(3) COMP-3.

       01 WS-LANG-ACTION PIC X.
       01 WS-LANG-PROGRAM PIC X(10) VALUE "OUTBOUND".
       01 WS-LANGUAGE PIC XX.
       01 WS-DOC-LANGUAGE PIC XX.
           88 WS-DOC-SPANISH VALUE "ES".
       01 WS-FALLBACK-SWITCH PIC X.
           88 WS-LANG-FELL-BACK VALUE 'Y'.
       01 WS-FALLBACK-COUNT PIC 9(5) COMP-3 VALUE ZERO.

       01 WS-LIMIT-ACTION PIC X VALUE 'S'.
       01 WS-LIMIT-SWITCH PIC X.
           88 WS-TIME-BARRED VALUE 'Y'.
       COPY "TimeBarredWording.cpy".

       01 WS-DELIVERED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CORR-OUTCOME PIC X.
       01 WS-CF-STATUS PIC XX.
       01 WS-TP-STATUS PIC XX.
       01 WS-DC-STATUS PIC XX.
       01 WS-CN-STATUS PIC XX.
       01 WS-RM-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

               MOVE WS-QW-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O NOTICEFILE
           IF WS-CN-STATUS = "00"
               SET WS-NOTICES-ON-FILE TO TRUE
           END-IF
           OPEN INPUT REMINDERFILE
           IF WS-RM-STATUS = "00"
               SET WS-REMINDERS-ON-FILE TO TRUE
           END-IF
           PERFORM 1000-DELIVER-ONE-ITEM UNTIL WSEOF
           CLOSE QUEUEFILE
           CLOSE QUEUEWORK
           CLOSE CUSTOMERFILE
           IF WS-NOTICES-ON-FILE
               CLOSE NOTICEFILE
           END-IF
           IF WS-REMINDERS-ON-FILE
               CLOSE REMINDERFILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-QUEUE-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH,
           DISPLAY "Outbound delivery complete - "
               WS-DELIVERED-COUNT " email documents written, "
               WS-SKIPPED-COUNT " items left on the queue"
           IF WS-FALLBACK-COUNT > ZERO
               DISPLAY WS-FALLBACK-COUNT " documents sent in English "
                   "for want of a translation"
           END-IF
           GOBACK.

       0100-LOAD-TEMPLATES.
                       SET WS-TIDX TO WS-TEMPLATE-COUNT
                       MOVE DT-TIER TO WS-T-TIER(WS-TIDX)
                       MOVE DT-TEXT TO WS-T-TEXT(WS-TIDX)
                       MOVE DT-LANGUAGE TO WS-T-LANGUAGE(WS-TIDX)
                       IF DT-LANGUAGE = SPACES
                           MOVE "EN" TO WS-T-LANGUAGE(WS-TIDX)
                       END-IF
                   END-IF
           END-READ.

                       PERFORM 2000-RENDER-DOCUMENT
                       IF WS-DOCUMENT-WRITTEN
                           SET OBQ-SENT TO TRUE
                           IF WS-LANG-FELL-BACK
                               PERFORM 2200-RECORD-FALLBACK
                           END-IF
                           IF WS-NOTICE-FOUND
                               PERFORM 3300-MARK-NOTICE-SENT
                           END-IF
                           ADD 1 TO WS-DELIVERED-COUNT
                           MOVE 'S' TO WS-CORR-OUTCOME
                           CALL 'CorrLog' USING OBQ-IDNUM,
           MOVE OBQ-IDNUM TO WS-DOC-IDNUM
           PERFORM 3000-READ-CUSTOMER
           PERFORM 3100-READ-EMAIL-ADDRESS
           MOVE 'N' TO WS-NOTICE-SWITCH
           MOVE SPACES TO WS-DOC-CC-EMAIL
           MOVE 'N' TO WS-CONSENT-REQUEST-SWITCH
           IF OBQ-DOC-CHANGE-NOTICE
               PERFORM 3200-FIND-CHANGE-NOTICE
           END-IF
           IF OBQ-DOC-CONSENT AND WS-CUSTOMER-FOUND
               PERFORM 3400-FIND-CONSENT-REQUEST
           END-IF
           IF NOT WS-CUSTOMER-FOUND
               DISPLAY "Queue item for customer " OBQ-IDNUM
                   " skipped - customer not on file"
           ELSE IF OBQ-DOC-CONSENT AND NOT WS-CONSENT-REQUEST-FOUND
               DISPLAY "Queue item for customer " OBQ-IDNUM
                   " skipped - no consent request waiting"
           ELSE IF NOT WS-EMAIL-ON-FILE
               DISPLAY "Queue item for customer " OBQ-IDNUM
                   " skipped - no email address on the phone record"
           ELSE
               MOVE 'N' TO WS-LIMIT-SWITCH
               IF OBQ-DOC-DUNNING
                   CALL 'LimitationCheck' USING WS-LIMIT-ACTION,
                       WS-DOC-IDNUM, WS-LANG-PROGRAM, WS-LIMIT-SWITCH
               END-IF
               PERFORM 2100-CHOOSE-DOC-LANGUAGE
               PERFORM 4000-WRITE-DOCUMENT-FILE
           END-IF.

      *> Statements, dunning notices, account alerts and payment
      *> reminders are written in the customer's language - dunning only where the
      *> templates carry that language for the tier. Adverse action,
      *> change-of-details and email consent notices have English
      *> wording only.
      *> A document that falls back to English is recorded for the
      *> language fallback report once it has been written.
       2100-CHOOSE-DOC-LANGUAGE.
           MOVE 'N' TO WS-FALLBACK-SWITCH
           MOVE 'L' TO WS-LANG-ACTION
           CALL 'LanguageCheck' USING WS-LANG-ACTION, WS-DOC-IDNUM,
               WS-LANG-PROGRAM, OBQ-DOC-TYPE, WS-LANGUAGE
           MOVE WS-LANGUAGE TO WS-DOC-LANGUAGE
           IF WS-DOC-LANGUAGE = "EN"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN OBQ-DOC-DUNNING
                   PERFORM 4205-SET-LETTER-TIER
                   MOVE ZERO TO WS-TIER-LINES
                   IF WS-TIME-BARRED
                       PERFORM 2120-COUNT-DISCLOSURE
                           VARYING WS-TB-IDX FROM 1 BY 1
                           UNTIL WS-TB-IDX > WS-TB-COUNT
                   ELSE
                       PERFORM 2110-COUNT-TIER-LINE
                           VARYING WS-TIDX FROM 1 BY 1
                           UNTIL WS-TIDX > WS-TEMPLATE-COUNT
                   END-IF
                   IF WS-TIER-LINES = ZERO
                       SET WS-LANG-FELL-BACK TO TRUE
                   END-IF
               WHEN OBQ-DOC-ADVERSE-ACTION OR OBQ-DOC-CHANGE-NOTICE
                   OR OBQ-DOC-CONSENT
                   SET WS-LANG-FELL-BACK TO TRUE
               WHEN NOT WS-DOC-SPANISH
                   SET WS-LANG-FELL-BACK TO TRUE
           END-EVALUATE
           IF WS-LANG-FELL-BACK
               MOVE "EN" TO WS-DOC-LANGUAGE
           END-IF.

       2110-COUNT-TIER-LINE.
           IF WS-T-TIER(WS-TIDX) = WS-LETTER-TIER
               AND WS-T-LANGUAGE(WS-TIDX) = WS-DOC-LANGUAGE
               ADD 1 TO WS-TIER-LINES
           END-IF.

       2120-COUNT-DISCLOSURE.
           IF WS-TB-LANGUAGE(WS-TB-IDX) = WS-DOC-LANGUAGE
               ADD 1 TO WS-TIER-LINES
           END-IF.

       2200-RECORD-FALLBACK.
           ADD 1 TO WS-FALLBACK-COUNT
           MOVE 'F' TO WS-LANG-ACTION
           CALL 'LanguageCheck' USING WS-LANG-ACTION, WS-DOC-IDNUM,
               WS-LANG-PROGRAM, OBQ-DOC-TYPE, WS-LANGUAGE.

       3000-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE WS-DOC-IDNUM TO IDNUM
               INVALID KEY CONTINUE
           END-READ.

      *> A change notice email goes to the new address with the old
      *> one copied, so the real customer sees it whichever of the
      *> two they still hold. The notice it belongs to is the latest
      *> one still waiting for its email raised no later than the
      *> queue item.
       3200-FIND-CHANGE-NOTICE.
           IF NOT WS-NOTICES-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NOTICE-STAMP
           MOVE 'N' TO WS-CN-EOF-SWITCH
           MOVE WS-DOC-IDNUM TO CHN-IDNUM
           MOVE ZERO TO CHN-STAMP
           START NOTICEFILE KEY IS NOT LESS THAN CHN-KEY
               INVALID KEY SET WS-CN-EOF TO TRUE
           END-START
           PERFORM 3210-CHECK-ONE-NOTICE UNTIL WS-CN-EOF
           IF WS-NOTICE-STAMP = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-IDNUM TO CHN-IDNUM
           MOVE WS-NOTICE-STAMP TO CHN-STAMP
           READ NOTICEFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-NOTICE-SWITCH
           MOVE CHN-STAMP TO WS-CN-WHEN
           IF CHN-NEW-EMAIL NOT = SPACES
               MOVE CHN-NEW-EMAIL TO WS-DOC-EMAIL
               MOVE CHN-OLD-EMAIL TO WS-DOC-CC-EMAIL
           ELSE
               MOVE CHN-OLD-EMAIL TO WS-DOC-EMAIL
           END-IF
           IF WS-DOC-EMAIL NOT = SPACES
               MOVE 'Y' TO WS-EMAIL-FOUND
           END-IF.

       3210-CHECK-ONE-NOTICE.
           READ NOTICEFILE NEXT RECORD
               AT END SET WS-CN-EOF TO TRUE
           END-READ
           IF NOT WS-CN-EOF
               IF CHN-IDNUM NOT = WS-DOC-IDNUM
                   OR CHN-STAMP > OBQ-TIMESTAMP
                   SET WS-CN-EOF TO TRUE
               ELSE
                   IF CHN-EMAIL-QUEUED
                       MOVE CHN-STAMP TO WS-NOTICE-STAMP
                   END-IF
               END-IF
           END-IF.

       3300-MARK-NOTICE-SENT.
           SET CHN-EMAIL-SENT TO TRUE
           REWRITE CHANGENOTICERECORD
               INVALID KEY
                   DISPLAY "Change notice rewrite failed for customer "
                       CHN-IDNUM
           END-REWRITE.

      *> The code goes to the address PaperlessConsent recorded on
      *> the request, which is the one the customer is confirming.
      *> The header is read back for the salutation.
       3400-FIND-CONSENT-REQUEST.
           MOVE WS-DOC-IDNUM TO CV-IDNUM
           MOVE 'V' TO CV-REC-TYPE
           MOVE ZERO TO CV-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CV-NOTHING-PENDING
                       AND CV-PENDING-EMAIL NOT = SPACES
                       MOVE 'Y' TO WS-CONSENT-REQUEST-SWITCH
                       MOVE CV-PENDING-ACTION TO WS-CR-ACTION
                       MOVE CV-PENDING-CODE TO WS-CR-CODE
                       MOVE CV-PENDING-VERSION TO WS-CR-VERSION
                       MOVE CV-PENDING-EMAIL TO WS-DOC-EMAIL
                       MOVE 'Y' TO WS-EMAIL-FOUND
                   END-IF
           END-READ
           MOVE WS-DOC-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
           END-READ.

       4000-WRITE-DOCUMENT-FILE.
           MOVE SPACES TO WS-DOC-PATH
           STRING "files/Email" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DOC-EMAIL) DELIMITED BY SIZE
                   INTO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               IF WS-DOC-CC-EMAIL NOT = SPACES
                   MOVE SPACES TO DOCTEXTLINE
                   STRING "Cc: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DOC-CC-EMAIL) DELIMITED BY SIZE
                       INTO DOCTEXTLINE
                   WRITE DOCLINE FROM DOCTEXTLINE
               END-IF
               MOVE SPACES TO DOCTEXTLINE
               IF WS-DOC-SPANISH
                   STRING "Estimado/a " DELIMITED BY SIZE
                       FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       INTO DOCTEXTLINE
               ELSE
                   STRING "Dear " DELIMITED BY SIZE
                       FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO DOCTEXTLINE
               END-IF
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE SPACES TO DOCLINE
               WRITE DOCLINE
                       PERFORM 4100-WRITE-STATEMENT-BODY
                   WHEN OBQ-DOC-DUNNING
                       PERFORM 4200-WRITE-DUNNING-BODY
                   WHEN OBQ-DOC-ADVERSE-ACTION
                       PERFORM 4400-WRITE-ADVERSE-BODY
                   WHEN OBQ-DOC-CHANGE-NOTICE
                       PERFORM 4500-WRITE-CHANGE-BODY
                   WHEN OBQ-DOC-REMINDER
                       PERFORM 4600-WRITE-REMINDER-BODY
                   WHEN OBQ-DOC-CONSENT
                       PERFORM 4700-WRITE-CONSENT-BODY
                   WHEN OTHER
                       PERFORM 4300-WRITE-ALERT-BODY
               END-EVALUATE
           END-IF.

       4100-WRITE-STATEMENT-BODY.
           IF WS-DOC-SPANISH
               MOVE "Su estado de cuenta ya esta disponible."
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "Saldo actual .......... " TO PRNMONEYLABEL
               MOVE BALANCE TO PRNMONEYVALUE
               WRITE DOCLINE FROM DOCMONEYLINE
               MOVE "Para cualquier consulta, comuniquese con nuestra"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "oficina." TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Your account statement is ready." TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE "Current balance ....... " TO PRNMONEYLABEL
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE.

      *> A debt past its state limitation period gets the time-barred
      *> disclosure in place of the tier wording.
       4200-WRITE-DUNNING-BODY.
           PERFORM 4205-SET-LETTER-TIER
           IF WS-TIME-BARRED
               MOVE 1 TO WS-TB-PICK
               PERFORM 4220-MATCH-DISCLOSURE
                   VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               PERFORM 4230-WRITE-DISCLOSURE-LINE
                   VARYING WS-TB-LINE-IDX FROM 1 BY 1
                   UNTIL WS-TB-LINE-IDX > 4
           ELSE
               PERFORM 4210-WRITE-TEMPLATE-TEXT
                   VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TEMPLATE-COUNT
           END-IF
           IF WS-DOC-SPANISH
               MOVE "Saldo adeudado ........ " TO PRNMONEYLABEL
           ELSE
               MOVE "Balance due ........... " TO PRNMONEYLABEL
           END-IF
           MOVE BALANCE TO PRNMONEYVALUE
           WRITE DOCLINE FROM DOCMONEYLINE.

       4205-SET-LETTER-TIER.
           COMPUTE WS-AMOUNT-OVER =
               (BALANCE - WS-DUNNING-THRESHOLD) * -1
           IF WS-AMOUNT-OVER >= 2000
               MOVE 2 TO WS-LETTER-TIER
           ELSE
               MOVE 1 TO WS-LETTER-TIER
           END-IF.

       4210-WRITE-TEMPLATE-TEXT.
           IF WS-T-TIER(WS-TIDX) = WS-LETTER-TIER
               AND WS-T-LANGUAGE(WS-TIDX) = WS-DOC-LANGUAGE
               MOVE WS-T-TEXT(WS-TIDX) TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           END-IF.

       4220-MATCH-DISCLOSURE.
           IF WS-TB-LANGUAGE(WS-TB-IDX) = WS-DOC-LANGUAGE
               MOVE WS-TB-IDX TO WS-TB-PICK
           END-IF.

       4230-WRITE-DISCLOSURE-LINE.
           MOVE WS-TB-LINE(WS-TB-PICK, WS-TB-LINE-IDX) TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE.

       4300-WRITE-ALERT-BODY.
           IF WS-DOC-SPANISH
               MOVE "Le informamos del siguiente aviso sobre su cuenta:"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "Saldo de la cuenta .... " TO PRNMONEYLABEL
               MOVE BALANCE TO PRNMONEYVALUE
               WRITE DOCLINE FROM DOCMONEYLINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Please note the following account alert:"
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE BALANCE TO PRNMONEYVALUE
           WRITE DOCLINE FROM DOCMONEYLINE.

       4400-WRITE-ADVERSE-BODY.
           MOVE "We have reviewed your account as part of our regular"
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE "credit line review and will be reducing your credit"
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE "limit. You may ask us in writing within 60 days for"
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE "the principal reasons for this decision."
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE "Account balance ....... " TO PRNMONEYLABEL
           MOVE BALANCE TO PRNMONEYVALUE
           WRITE DOCLINE FROM DOCMONEYLINE.

       4500-WRITE-CHANGE-BODY.
           IF NOT WS-NOTICE-FOUND
               MOVE "A change has been made to the contact or bank"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "details held on your account." TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           ELSE
               PERFORM 4510-SET-CHANGE-WORDING
               MOVE SPACES TO DOCTEXTLINE
               STRING "We write to confirm a change to the "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CN-WHAT) DELIMITED BY SIZE
                   INTO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE SPACES TO DOCTEXTLINE
               STRING "held on your account, made on " DELIMITED BY SIZE
                   WS-CN-YYYY DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CN-MM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CN-DD DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   WS-CN-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CN-MIN DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "For your security this notice goes to your"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "previous details as well as the new ones."
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE SPACES TO DOCLINE
               WRITE DOCLINE
               IF CHN-OLD-DETAIL NOT = SPACES
                   MOVE "Previously:" TO PRNDETAILLABEL
                   MOVE CHN-OLD-DETAIL TO PRNDETAILVALUE
                   WRITE DOCLINE FROM DOCDETAILLINE
               END-IF
               MOVE "Now:" TO PRNDETAILLABEL
               MOVE CHN-NEW-DETAIL TO PRNDETAILVALUE
               WRITE DOCLINE FROM DOCDETAILLINE
           END-IF
           MOVE SPACES TO DOCLINE
           WRITE DOCLINE
           MOVE "If you did not ask for this change, please call us at"
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE SPACES TO DOCTEXTLINE
           STRING "once on " DELIMITED BY SIZE
               WS-CN-SECURITY-PHONE DELIMITED BY SIZE
               " so that we can secure your account." DELIMITED BY SIZE
               INTO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE.

       4510-SET-CHANGE-WORDING.
           IF CHN-ADDRESS-CHANGE
               MOVE "mailing address" TO WS-CN-WHAT
           ELSE IF CHN-PHONE-CHANGE
               MOVE "telephone number" TO WS-CN-WHAT
           ELSE IF CHN-EMAIL-CHANGE
               MOVE "email address" TO WS-CN-WHAT
           ELSE IF CHN-CONTACT-CHANGE
               MOVE "telephone number and email address"
                   TO WS-CN-WHAT
           ELSE
               MOVE "bank account for automatic payments"
                   TO WS-CN-WHAT
           END-IF.

      *> The items on a payment reminder are the ones PaymentReminder
      *> logged for the customer by email on the day it was queued.
       4600-WRITE-REMINDER-BODY.
           IF WS-DOC-SPANISH
               MOVE "Le recordamos que los siguientes pagos de su cuenta"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "venceran en los proximos dias:" TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           ELSE
               MOVE "This is a courtesy reminder that the following"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "payments on your account are coming due shortly:"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           END-IF
           MOVE SPACES TO DOCLINE
           WRITE DOCLINE
           MOVE ZERO TO WS-RM-TOTAL
           IF WS-REMINDERS-ON-FILE
               COMPUTE WS-RM-SENT-DATE = OBQ-TIMESTAMP / 1000000
               MOVE 'N' TO WS-RM-EOF-SWITCH
               MOVE WS-DOC-IDNUM TO RMD-IDNUM
               MOVE LOW-VALUES TO RMD-SOURCE
               MOVE ZERO TO RMD-DUE-DATE
               MOVE ZERO TO RMD-REFERENCE
               START REMINDERFILE KEY IS NOT LESS THAN RMD-KEY
                   INVALID KEY SET WS-RM-EOF TO TRUE
               END-START
               PERFORM 4610-WRITE-ONE-REMINDER-ITEM UNTIL WS-RM-EOF
           END-IF
           IF WS-RM-TOTAL > ZERO
               MOVE SPACES TO DOCLINE
               WRITE DOCLINE
               IF WS-DOC-SPANISH
                   MOVE "Total a pagar ......... " TO PRNMONEYLABEL
               ELSE
                   MOVE "Total coming due ...... " TO PRNMONEYLABEL
               END-IF
               MOVE WS-RM-TOTAL TO PRNMONEYVALUE
               WRITE DOCLINE FROM DOCMONEYLINE
           ELSE
               IF WS-DOC-SPANISH
                   MOVE "Saldo de la cuenta .... " TO PRNMONEYLABEL
               ELSE
                   MOVE "Account balance ....... " TO PRNMONEYLABEL
               END-IF
               MOVE BALANCE TO PRNMONEYVALUE
               WRITE DOCLINE FROM DOCMONEYLINE
           END-IF
           MOVE SPACES TO DOCLINE
           WRITE DOCLINE
           IF WS-DOC-SPANISH
               MOVE "Si ya ha realizado el pago, le damos las gracias y"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "le rogamos que no tenga en cuenta este aviso."
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           ELSE
               MOVE "If you have already sent your payment, thank you"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "and please disregard this reminder." TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           END-IF.

       4610-WRITE-ONE-REMINDER-ITEM.
           READ REMINDERFILE NEXT RECORD
               AT END SET WS-RM-EOF TO TRUE
           END-READ
           IF WS-RM-EOF
               EXIT PARAGRAPH
           END-IF
           IF RMD-IDNUM NOT = WS-DOC-IDNUM
               SET WS-RM-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RMD-SENT-DATE NOT = WS-RM-SENT-DATE OR NOT RMD-BY-EMAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRNITEMTEXT
           EVALUATE TRUE
               WHEN RMD-FROM-INVOICE AND WS-DOC-SPANISH
                   STRING "Factura " DELIMITED BY SIZE
                       RMD-REFERENCE DELIMITED BY SIZE
                       INTO PRNITEMTEXT
               WHEN RMD-FROM-INVOICE
                   STRING "Invoice " DELIMITED BY SIZE
                       RMD-REFERENCE DELIMITED BY SIZE
                       INTO PRNITEMTEXT
               WHEN WS-DOC-SPANISH
                   STRING "Cuota del plan " DELIMITED BY SIZE
                       RMD-REFERENCE(5:3) DELIMITED BY SIZE
                       INTO PRNITEMTEXT
               WHEN OTHER
                   STRING "Plan installment " DELIMITED BY SIZE
                       RMD-REFERENCE(5:3) DELIMITED BY SIZE
                       INTO PRNITEMTEXT
           END-EVALUATE
           IF WS-DOC-SPANISH
               MOVE " vence " TO PRNITEMDUEWORD
           ELSE
               MOVE " due   " TO PRNITEMDUEWORD
           END-IF
           MOVE RMD-DUE-DATE TO PRNITEMDUE
           MOVE RMD-AMOUNT TO PRNITEMAMOUNT
           WRITE DOCLINE FROM DOCITEMLINE
           ADD RMD-AMOUNT TO WS-RM-TOTAL.

      *> An enrollment carries the disclosure the customer is agreeing
      *> to; a withdrawal only the code.
       4700-WRITE-CONSENT-BODY.
           IF WS-CR-ENROLL
               MOVE "You asked us to send your statements and notices by"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "email instead of on paper. Please read the terms"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "below, then give us this code to confirm:"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           ELSE
               MOVE "You asked us to stop sending your statements and"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "notices by email and to send them on paper again."
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE "Please give us this code to confirm:"
                   TO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
           END-IF
           MOVE SPACES TO DOCLINE
           WRITE DOCLINE
           MOVE WS-CR-CODE TO PRNCONSENTCODE
           WRITE DOCLINE FROM DOCCODELINE
           MOVE SPACES TO DOCLINE
           WRITE DOCLINE
           IF WS-CR-ENROLL
               PERFORM 4710-WRITE-CONSENT-TERM
                   VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               MOVE SPACES TO DOCTEXTLINE
               STRING "(Disclosure " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CR-VERSION) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO DOCTEXTLINE
               WRITE DOCLINE FROM DOCTEXTLINE
               MOVE SPACES TO DOCLINE
               WRITE DOCLINE
           END-IF
           MOVE "Reply to this email with the code, or call us on"
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE SPACES TO DOCTEXTLINE
           STRING WS-CN-SECURITY-PHONE DELIMITED BY SIZE
               " with it, within " DELIMITED BY SIZE
               WS-PD-CODE-DAYS DELIMITED BY SIZE
               " days. Nothing changes until we have it." DELIMITED BY SIZE
               INTO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE
           MOVE "If you did not ask for this, please ignore this email."
               TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE.

       4710-WRITE-CONSENT-TERM.
           MOVE WS-PD-LINE(WS-PD-IDX) TO DOCTEXTLINE
           WRITE DOCLINE FROM DOCTEXTLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
