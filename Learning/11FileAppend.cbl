           02 CTL-HASH-TOTAL PIC 9(9).

       FD CUSTOMERAUDIT.
       COPY "AuditLine.cpy".

       FD CUSTOMERREJECTS.
       01 REJECTLINE PIC X(80).
       01 WS-XREF-RESULT PIC X.
           88 WS-XREF-SHARED VALUE 'S'.

       01 WS-GUARD-ACTION PIC X.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "FileAppend".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-PROMPT-TEXT PIC X(60).
       01 WS-PROMPT-REPLY PIC X(60).
       01 WS-AUDIT-TIMESTAMP.
           02 WS-AT-SEC PIC 9(2).
           02 FILLER PIC X(7).

       COPY "LogChain.cpy".

       01 WS-CF-STATUS PIC XX.
       01 WS-PU-STATUS PIC XX.
       01 WS-CC-STATUS PIC XX.

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

       2000-LOG-REJECT-ENTRY.
               DISPLAY "SSN is not a valid area/group/serial - re-enter"
               MOVE 'N' TO WS-SSN-OK
               MOVE "SSN" TO WS-REJECT-FIELD
               MOVE SPACES TO WS-REJECT-VALUE
               STRING "*****" DELIMITED BY SIZE
                   SSN-SERIAL DELIMITED BY SIZE
                   INTO WS-REJECT-VALUE
               MOVE "INVALID AREA/GROUP/SERIAL" TO WS-REJECT-REASON
               PERFORM 2000-LOG-REJECT-ENTRY
           ELSE
               MOVE 'Y' TO WS-SSN-OK
               PERFORM PROTECT-CUSTOMER-SSN
               MOVE CUST-SSN TO WS-XREF-SSN
               MOVE 'C' TO WS-XREF-ACTION
               MOVE IDNUM TO WS-XREF-IDNUM
               CALL 'SsnXref' USING WS-XREF-ACTION, WS-XREF-SSN,
               END-IF
           END-IF.

      *> The SSN is held protected from here on - the master, the
      *> onboarding queue and the cross-reference never see it as
      *> keyed.
       PROTECT-CUSTOMER-SSN.
           MOVE 'P' TO WS-GUARD-ACTION
           MOVE IDNUM TO WS-GUARD-IDNUM
           MOVE CUST-SSN TO WS-GUARD-SSN-IN
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-GUARD-SSN-OUT TO CUST-SSN.

       GET-CUSTOMER-DOB.
           MOVE "Customer Date of Birth (MMDDYYYY)"
               TO WS-PROMPT-TEXT
