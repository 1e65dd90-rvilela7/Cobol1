       01 TEMPLATERECORD.
           02 DT-TIER PIC 9.
           02 DT-TEXT PIC X(70).
           02 DT-LANGUAGE PIC XX.

       FD LETTERFILE.
       01 PRINTLINE PIC X(80).
       01 WS-TERMS-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-CM-STATUS PIC XX.
       01 WS-RESTRICT-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-STAY-PROGRAM PIC X(10) VALUE "DUNNINGRUN".
       01 WS-STAY-SWITCH PIC X.
           88 WS-STAYED VALUE 'Y'.
       01 WS-STAY-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-PLACED-AGENCY PIC X(4).
       01 WS-PLACED-SWITCH PIC X.
           88 WS-AGENCY-PLACED VALUE 'Y'.
       01 WS-PLACED-SKIP-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-ADDR-BAD-SWITCH PIC X.
           88 WS-ADDR-SUPPRESSED VALUE 'Y'.
       01 WS-ADDR-STATUS-HOLD PIC X.
           02 WS-TEMPLATE-ENTRY OCCURS 30 TIMES INDEXED BY WS-TIDX.
               03 WS-T-TIER PIC 9.
               03 WS-T-TEXT PIC X(70).
               03 WS-T-LANGUAGE PIC XX.
       01 WS-TIER-LINES PIC 9(3) COMP-3.

      *> Letters go out in the customer's language when the
      *> templates have wording for the tier, otherwise in English.
       01 WS-LANG-ACTION PIC X.
       01 WS-LANG-PROGRAM PIC X(10) VALUE "DUNNINGRUN".
       01 WS-LANG-IDNUM PIC 9(7).
       01 WS-LANG-DOC PIC X(4).
       01 WS-LANGUAGE PIC XX.
       01 WS-LETTER-LANGUAGE PIC XX.
           88 WS-LETTER-SPANISH VALUE "ES".
       01 WS-FALLBACK-COUNT PIC 9(5) COMP-3 VALUE ZERO.

      *> A debt past its state limitation period gets the time-barred
      *> disclosure in place of the collection wording.
       01 WS-LIMIT-ACTION PIC X VALUE 'S'.
       01 WS-LIMIT-SWITCH PIC X.
           88 WS-TIME-BARRED VALUE 'Y'.
       01 WS-BARRED-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       COPY "TimeBarredWording.cpy".

       01 LETTERNAMELINE PIC X(52).
       01 LETTERADDRLINE PIC X(60).
               WS-MANDATE-SKIP-COUNT " on autopay mandates, "
               WS-TERMS-SKIP-COUNT " within agreed terms, "
               WS-RESTRICT-SKIP-COUNT " contact-restricted, "
               WS-STAY-SKIP-COUNT " under bankruptcy stay, "
               WS-PLACED-SKIP-COUNT " placed with agencies, "
               WS-SUPPRESS-COUNT " suppressed for bad addresses"
           IF WS-FALLBACK-COUNT > ZERO
               DISPLAY WS-FALLBACK-COUNT " letters sent in English "
                   "for want of a translation"
           END-IF
           IF WS-BARRED-COUNT > ZERO
               DISPLAY WS-BARRED-COUNT " letters carried the "
                   "time-barred debt disclosure"
           END-IF
           GOBACK.

       0100-LOAD-TEMPLATES.

       0110-SEED-TEMPLATE-FILE.
           OPEN OUTPUT TEMPLATEFILE
           MOVE "EN" TO DT-LANGUAGE
           MOVE 1 TO DT-TIER
           MOVE "Our records show your account has fallen behind."
               TO DT-TEXT
           MOVE "will be referred to an outside collection agency."
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE "ES" TO DT-LANGUAGE
           MOVE 1 TO DT-TIER
           MOVE "Segun nuestros registros, su cuenta esta atrasada."
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE 1 TO DT-TIER
           MOVE "Le rogamos que realice su pago a la mayor brevedad."
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE 2 TO DT-TIER
           MOVE "Su cuenta sigue con un atraso considerable."
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE 2 TO DT-TIER
           MOVE "Comuniquese con nuestra oficina en un plazo de 10 dias"
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE 2 TO DT-TIER
           MOVE "para evitar nuevas gestiones de cobro."
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE 3 TO DT-TIER
           MOVE "AVISO FINAL - su cuenta tiene un atraso importante."
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE 3 TO DT-TIER
           MOVE "Si no recibimos su pago en un plazo de 10 dias, la"
               TO DT-TEXT
           WRITE TEMPLATERECORD
           MOVE 3 TO DT-TIER
           MOVE "cuenta se remitira a una agencia de cobro externa."
               TO DT-TEXT
           WRITE TEMPLATERECORD
           CLOSE TEMPLATEFILE
           DISPLAY "Dunning template file seeded with standard wording".

                       SET WS-TIDX TO WS-TEMPLATE-COUNT
                       MOVE DT-TIER TO WS-T-TIER(WS-TIDX)
                       MOVE DT-TEXT TO WS-T-TEXT(WS-TIDX)
                       MOVE DT-LANGUAGE TO WS-T-LANGUAGE(WS-TIDX)
                       IF DT-LANGUAGE = SPACES
                           MOVE "EN" TO WS-T-LANGUAGE(WS-TIDX)
                       END-IF
                   END-IF
           END-READ.

               COMPUTE WS-EFF-BALANCE =
                   BALANCE + WS-DISPUTED-TOTAL
           END-IF
           MOVE 'N' TO WS-STAY-SWITCH
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND WS-EFF-BALANCE < WS-THRESHOLD
               CALL 'StayCheck' USING IDNUM, WS-STAY-PROGRAM,
                   WS-STAY-SWITCH
               IF WS-STAYED
                   ADD 1 TO WS-STAY-SKIP-COUNT
               END-IF
           END-IF
           MOVE 'N' TO WS-PLACED-SWITCH
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND WS-EFF-BALANCE < WS-THRESHOLD
               AND NOT WS-STAYED
               CALL 'AgencyCheck' USING IDNUM, WS-PLACED-AGENCY,
                   WS-PLACED-SWITCH
               IF WS-AGENCY-PLACED
                   ADD 1 TO WS-PLACED-SKIP-COUNT
               END-IF
           END-IF
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND WS-EFF-BALANCE < WS-THRESHOLD
               AND NOT WS-STAYED
               AND NOT WS-AGENCY-PLACED
               AND (CUST-DUNNING-BLOCKED OR CUST-ON-LEGAL-HOLD)
               ADD 1 TO WS-RESTRICT-SKIP-COUNT
               PERFORM 1090-LOG-CONTACT-SUPPRESSION
           END-IF
           IF NOT WSEOF AND REC-IS-HEADER AND CUST-ACTIVE
               AND WS-EFF-BALANCE < WS-THRESHOLD
               AND NOT WS-STAYED
               AND NOT WS-AGENCY-PLACED
               AND NOT CUST-DUNNING-BLOCKED
               AND NOT CUST-ON-LEGAL-HOLD
               PERFORM 1100-CHECK-PAYMENT-PLAN
               INVALID KEY CONTINUE
           END-READ.

      *> One pass over the customer's address records: an estate
      *> address (executor of a deceased customer) always wins; a
      *> seasonal address whose month-day window covers the run date
      *> wins next, otherwise the primary mailing address is used. A
      *> returned or confirmed-bad selection suppresses the letter
      *> and lists the customer on the exception report instead.
       1200-SELECT-MAIL-ADDRESS.
           MOVE IDNUM TO WS-LETTER-IDNUM
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
           ELSE
               MOVE 1 TO WS-LETTER-TIER
           END-IF
           CALL 'LimitationCheck' USING WS-LIMIT-ACTION,
               WS-LETTER-IDNUM, WS-STAY-PROGRAM, WS-LIMIT-SWITCH
           IF WS-TIME-BARRED
               ADD 1 TO WS-BARRED-COUNT
           END-IF
           MOVE WS-LETTER-IDNUM TO WS-LANG-IDNUM
           PERFORM 2050-CHOOSE-LETTER-LANGUAGE
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           PERFORM 2100-PRINT-ADDRESS
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-LETTER-SPANISH
               STRING "Estimado/a " DELIMITED BY SIZE
                   FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO PRINTLINE
           ELSE
               STRING "Dear " DELIMITED BY SIZE
                   FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LASTNAME) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO PRINTLINE
           END-IF
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-TIME-BARRED
               PERFORM 2400-PRINT-TIME-BARRED-WORDING
           ELSE
               PERFORM 2200-PRINT-TEMPLATE-TEXT
                   VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TEMPLATE-COUNT
           END-IF
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-LETTER-SPANISH
               MOVE "Saldo adeudado ........ " TO PRNMONEYLABEL
           ELSE
               MOVE "Balance due ........... " TO PRNMONEYLABEL
           END-IF
           MOVE WS-EFF-BALANCE TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           IF WS-LETTER-SPANISH
               MOVE "Importe sobre limite .. " TO PRNMONEYLABEL
           ELSE
               MOVE "Amount over threshold . " TO PRNMONEYLABEL
           END-IF
           MOVE WS-AMOUNT-OVER TO PRNMONEYVALUE
           WRITE PRINTLINE FROM LETTERMONEYLINE
           MOVE CUST-DELIVERY TO WS-QUEUE-CHANNEL
           CALL 'QueueWrite' USING WS-LETTER-IDNUM, WS-QUEUE-DOC,
               WS-QUEUE-CHANNEL
           IF WS-LETTER-TIER = 3 AND NOT WS-TIME-BARRED
               PERFORM 2300-DEMAND-FROM-GUARANTOR
           END-IF.

      *> The letter is written in the customer's language when the
      *> templates (or, for a time-barred debt, the disclosure) carry
      *> wording in that language; if not, it goes out in English and
      *> the fallback is recorded.
       2050-CHOOSE-LETTER-LANGUAGE.
           MOVE 'L' TO WS-LANG-ACTION
           MOVE "DUNN" TO WS-LANG-DOC
           CALL 'LanguageCheck' USING WS-LANG-ACTION, WS-LANG-IDNUM,
               WS-LANG-PROGRAM, WS-LANG-DOC, WS-LANGUAGE
           MOVE WS-LANGUAGE TO WS-LETTER-LANGUAGE
           MOVE ZERO TO WS-TIER-LINES
           IF WS-TIME-BARRED
               PERFORM 2070-COUNT-DISCLOSURE
                   VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
           ELSE
               PERFORM 2060-COUNT-TIER-LINE
                   VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TEMPLATE-COUNT
           END-IF
           IF WS-TIER-LINES = ZERO AND WS-LETTER-LANGUAGE NOT = "EN"
               MOVE "EN" TO WS-LETTER-LANGUAGE
               ADD 1 TO WS-FALLBACK-COUNT
               MOVE 'F' TO WS-LANG-ACTION
               CALL 'LanguageCheck' USING WS-LANG-ACTION,
                   WS-LANG-IDNUM, WS-LANG-PROGRAM, WS-LANG-DOC,
                   WS-LANGUAGE
           END-IF.

       2060-COUNT-TIER-LINE.
           IF WS-T-TIER(WS-TIDX) = WS-LETTER-TIER
               AND WS-T-LANGUAGE(WS-TIDX) = WS-LETTER-LANGUAGE
               ADD 1 TO WS-TIER-LINES
           END-IF.

       2070-COUNT-DISCLOSURE.
           IF WS-TB-LANGUAGE(WS-TB-IDX) = WS-LETTER-LANGUAGE
               ADD 1 TO WS-TIER-LINES
           END-IF.

      *> At the top severity tier a demand letter also goes to the
      *> guarantor on the linked account, addressed to the
      *> guarantor's own mailing address.

       2320-WRITE-GUARANTOR-LETTER.
           ADD 1 TO WS-GUARANTOR-COUNT
           MOVE 'L' TO WS-LANG-ACTION
           MOVE "DMND" TO WS-LANG-DOC
           MOVE WS-GUARANTOR-IDNUM TO WS-LANG-IDNUM
           CALL 'LanguageCheck' USING WS-LANG-ACTION, WS-LANG-IDNUM,
               WS-LANG-PROGRAM, WS-LANG-DOC, WS-LANGUAGE
           MOVE WS-LANGUAGE TO WS-LETTER-LANGUAGE
           IF NOT WS-LETTER-SPANISH AND WS-LETTER-LANGUAGE NOT = "EN"
               MOVE "EN" TO WS-LETTER-LANGUAGE
               ADD 1 TO WS-FALLBACK-COUNT
               MOVE 'F' TO WS-LANG-ACTION
               CALL 'LanguageCheck' USING WS-LANG-ACTION,
                   WS-LANG-IDNUM, WS-LANG-PROGRAM, WS-LANG-DOC,
                   WS-LANGUAGE
           END-IF
           MOVE SPACES TO LETTERNAMELINE
           STRING FUNCTION TRIM(FIRSTNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           PERFORM 2330-PRINT-GUARANTOR-ADDRESS
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-LETTER-SPANISH
               PERFORM 2325-GUARANTOR-WORDING-ES
           ELSE
               PERFORM 2324-GUARANTOR-WORDING-EN
           END-IF
      *> The demand letter is the piece most likely to be disputed,
      *> so the guarantor's permanent correspondence history gets a
      *> line the moment it prints.
           MOVE "DUNN" TO WS-CORR-DOC
           MOVE 'P' TO WS-CORR-CHANNEL
           MOVE 'P' TO WS-CORR-OUTCOME
           CALL 'CorrLog' USING WS-GUARANTOR-IDNUM,
               WS-CORR-DOC, WS-CORR-CHANNEL,
               WS-CORR-OUTCOME.

       2324-GUARANTOR-WORDING-EN.
           MOVE "DEMAND TO GUARANTOR" TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "within 10 days under the terms of the guarantee."
               TO PRINTLINE
           WRITE PRINTLINE.

       2325-GUARANTOR-WORDING-ES.
           MOVE "REQUERIMIENTO AL AVALISTA" TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE SPACES TO PRINTLINE
           STRING "Usted es el avalista de la cuenta "
               DELIMITED BY SIZE
               WS-LETTER-IDNUM DELIMITED BY SIZE
               ", ya en aviso final." DELIMITED BY SIZE
               INTO PRINTLINE
           WRITE PRINTLINE
           MOVE "Se le requiere el pago del saldo total adeudado "
               TO PRINTLINE
           WRITE PRINTLINE
           MOVE "en un plazo de 10 dias segun los terminos del aval."
               TO PRINTLINE
           WRITE PRINTLINE.

       2330-PRINT-GUARANTOR-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH

       2200-PRINT-TEMPLATE-TEXT.
           IF WS-T-TIER(WS-TIDX) = WS-LETTER-TIER
               AND WS-T-LANGUAGE(WS-TIDX) = WS-LETTER-LANGUAGE
               MOVE WS-T-TEXT(WS-TIDX) TO PRINTLINE
               WRITE PRINTLINE
           END-IF.

      *> A time-barred debt is not threatened with suit or referral;
      *> the disclosure takes the place of the tier wording.
       2400-PRINT-TIME-BARRED-WORDING.
           MOVE 1 TO WS-TB-PICK
           PERFORM 2410-MATCH-DISCLOSURE
               VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-TB-COUNT
           PERFORM 2420-PRINT-DISCLOSURE-LINE
               VARYING WS-TB-LINE-IDX FROM 1 BY 1
               UNTIL WS-TB-LINE-IDX > 4.

       2410-MATCH-DISCLOSURE.
           IF WS-TB-LANGUAGE(WS-TB-IDX) = WS-LETTER-LANGUAGE
               MOVE WS-TB-IDX TO WS-TB-PICK
           END-IF.

       2420-PRINT-DISCLOSURE-LINE.
           MOVE WS-TB-LINE(WS-TB-PICK, WS-TB-LINE-IDX) TO PRINTLINE
           WRITE PRINTLINE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
