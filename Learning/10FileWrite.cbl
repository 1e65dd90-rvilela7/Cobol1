           02 CTL-HASH-TOTAL PIC 9(9).

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       FD CHECKPOINTFILE.
       01 CHECKPOINTRECORD.
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-CUSTOMER-FILENAME PIC X(30) VALUE "files/Customer.dat".
       01 WS-ARCHIVE-FILENAME PIC X(40).
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       GOBACK.

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
               " " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               INTO AUDITLINE
           PERFORM 9600-CHAIN-AUDIT-LINE
           WRITE AUDITLINE.
