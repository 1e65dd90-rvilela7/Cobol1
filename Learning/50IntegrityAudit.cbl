       01 PRINTLINE PIC X(100).

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 DETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNKEY PIC X(8).
           ELSE
               IF REC-IS-ADDRESS OR REC-IS-PHONE OR REC-IS-NOTE
                   OR REC-IS-GUARANTOR OR REC-IS-BANK
                   OR REC-IS-DEPOSIT OR REC-IS-BANKRUPTCY
                   OR REC-IS-ESTATE OR REC-IS-SCRA OR REC-IS-FAMILY
                   OR REC-IS-PLACEMENT OR REC-IS-CURRENCY
                   OR REC-IS-SALES-REP OR REC-IS-CLOSURE
                   OR REC-IS-WRITEOFF OR REC-IS-EDI-PARTNER
                   OR REC-IS-AUTHORIZED OR REC-IS-LANGUAGE
                   OR REC-IS-CONSENT
                   PERFORM 2200-CHECK-FOR-ORPHAN
               ELSE
                   PERFORM 2300-HANDLE-BAD-TYPE
               " REPAIR " DELIMITED BY SIZE
               WS-JRN-ACTION DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.

      *> Chain the line onto the audit log; the first line of a day
      *> goes out behind the seal for the day before.
       9600-CHAIN-AUDIT-LINE.
           SET LCH-AUDIT-LOG TO TRUE
           SET LCH-LINK-NEW TO TRUE
           CALL 'AuditChain' USING LOGCHAINCALL, AUDITLINE
           IF LCH-SEAL-DUE
               MOVE AUDITLINE TO LCH-HELD-RECORD
               WRITE AUDITLINE FROM LCH-SEAL-RECORD
               MOVE LCH-HELD-RECORD TO AUDITLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
