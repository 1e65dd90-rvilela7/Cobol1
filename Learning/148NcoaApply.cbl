            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NcoaApply.
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
           SELECT NCOARESULTS ASSIGN TO "files/NcoaResults.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NR-STATUS.
           SELECT NCOARPT ASSIGN TO "files/NcoaApply.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD NCOARESULTS.
       COPY "NcoaResult.cpy".

       FD NCOARPT.
       01 PRINTLINE PIC X(132).

       SD SORTWORK.
       01 SORT-RECORD.
           02 SRT-GROUP PIC 9.
               88 SRT-APPLIED VALUE 1.
               88 SRT-REJECTED VALUE 2.
               88 SRT-NO-FORWARDING VALUE 3.
           02 SRT-IDNUM PIC 9(7).
           02 SRT-SEQ PIC 99.
           02 SRT-RETURN-CODE PIC XX.
           02 SRT-STREET PIC X(25).
           02 SRT-CITY PIC X(15).
           02 SRT-STATE PIC XX.
           02 SRT-ZIP PIC X(10).
           02 SRT-NOTE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-ASCAN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-ASCAN-EOF VALUE 'Y'.
       01 WS-ADDR-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-ADDR-FOUND VALUE 'Y'.

       01 WS-TODAY PIC 9(8).
       01 WS-MOVE-DATE PIC 9(8).
       01 WS-OLD-ADDRESS PIC X(160).
       01 WS-HIGH-SEQ PIC 99.
       01 WS-SZ-RESULT PIC X.
           88 WS-SZ-VALID VALUE 'V'.
       01 WS-PRINT-GROUP PIC 9 VALUE ZERO.

       01 WS-READ-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-NOFWD-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-NOMATCH-COUNT PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(7) COMP-3 VALUE ZERO.

       01 WS-JRN-PROGRAM PIC X(10) VALUE "NCOAAPPLY".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 PAGEHEADING.
           02 FILLER PIC X(27) VALUE "NCOA results applied on ".
           02 PRNTODAY PIC 9(8).
       01 SECTIONLINE PIC X(60).
       01 RESULTHEADS.
           02 FILLER PIC X(13) VALUE "Customer/Seq".
           02 FILLER PIC X(6) VALUE "Code".
           02 FILLER PIC X(56) VALUE "New address".
           02 FILLER PIC X(4) VALUE "Note".
       01 RESULTLINE.
           02 PRNIDNUM PIC 9(7).
           02 FILLER PIC X VALUE "/".
           02 PRNSEQ PIC 99.
           02 FILLER PIC XXX VALUE SPACE.
           02 PRNCODE PIC XX.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNSTREET PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCITY PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTATE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PRNZIP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PRNNOTE PIC X(40).
       01 TOTALLINE.
           02 PRNTOTALNAME PIC X(30).
           02 PRNTOTAL PIC ZZZZZZ9.

       01 WS-CF-STATUS PIC XX.
       01 WS-NR-STATUS PIC XX.
       01 WS-NP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Applies the NCOA vendor's results to the master. A match
      *> with a new address updates the address record in place, so
      *> the sequence that mail selection and the other programs use
      *> now carries the new address, and the old address is kept
      *> under the next free sequence as a former address dated with
      *> the move. A returned-mail flag raised after the move date
      *> is explained by the move and cleared; one raised before it
      *> is left for ReturnedMail to resolve. A move into another
      *> state must pass StateZipEdit. Moved-left-no-address and
      *> box-closed results mark the address confirmed bad, which
      *> the statement, dunning and label runs already suppress.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - NcoaApply ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           SORT SORTWORK ASCENDING KEY SRT-GROUP SRT-IDNUM SRT-SEQ
               INPUT PROCEDURE 1000-APPLY-RESULTS
               OUTPUT PROCEDURE 2000-PRINT-REPORT
           DISPLAY "NCOA apply complete - " WS-APPLIED-COUNT
               " moves applied, " WS-REJECTED-COUNT " rejected, "
               WS-NOFWD-COUNT " suppressed - see files/NcoaApply.rpt"
           GOBACK.

       1000-APPLY-RESULTS.
           OPEN INPUT NCOARESULTS
           IF WS-NR-STATUS NOT = "00"
               MOVE "NCOARESULTS" TO WS-ABEND-FILE-NAME
               MOVE WS-NR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1010-APPLY-ONE-RESULT UNTIL WSEOF
           CLOSE NCOARESULTS
           CLOSE CUSTOMERFILE.

       1010-APPLY-ONE-RESULT.
           READ NCOARESULTS
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE NCR-IDNUM TO SRT-IDNUM
           MOVE NCR-SEQ TO SRT-SEQ
           MOVE NCR-RETURN-CODE TO SRT-RETURN-CODE
           MOVE NCR-NEW-STREET TO SRT-STREET
           MOVE NCR-NEW-CITY TO SRT-CITY
           MOVE NCR-NEW-STATE TO SRT-STATE
           MOVE NCR-NEW-ZIP TO SRT-ZIP
           MOVE SPACES TO SRT-NOTE
           EVALUATE TRUE
               WHEN NCR-NEW-ADDRESS
                   PERFORM 1100-APPLY-NEW-ADDRESS
               WHEN NCR-NO-FORWARDING
                   PERFORM 1300-MARK-NO-FORWARDING
               WHEN NCR-FOREIGN-MOVE
                   MOVE "Foreign move - review by hand" TO SRT-NOTE
                   PERFORM 1900-RELEASE-REJECT
               WHEN OTHER
                   ADD 1 TO WS-NOMATCH-COUNT
           END-EVALUATE.

       1100-APPLY-NEW-ADDRESS.
           PERFORM 1400-READ-ADDRESS
           IF NOT WS-ADDR-FOUND
               MOVE "Address no longer on file" TO SRT-NOTE
               PERFORM 1900-RELEASE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NOT CA-USAGE-MAILING AND NOT CA-USAGE-BILLING
               MOVE "Not a mailing or billing address" TO SRT-NOTE
               PERFORM 1900-RELEASE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NCR-NEW-STREET = SPACES OR NCR-NEW-CITY = SPACES
               OR NCR-NEW-ZIP = SPACES
               MOVE "New address incomplete" TO SRT-NOTE
               PERFORM 1900-RELEASE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NCR-NEW-STREET = CA-STREET AND NCR-NEW-ZIP = CA-ZIP
               MOVE "Already at the new address" TO SRT-NOTE
               PERFORM 1900-RELEASE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NCR-NEW-STATE NOT = CA-STATE
               CALL 'StateZipEdit' USING NCR-NEW-STATE, NCR-NEW-ZIP,
                   WS-SZ-RESULT
               IF NOT WS-SZ-VALID
                   STRING "New state/ZIP failed StateZipEdit ("
                       DELIMITED BY SIZE
                       WS-SZ-RESULT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO SRT-NOTE
                   PERFORM 1900-RELEASE-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CUSTOMERDATA TO WS-OLD-ADDRESS
           PERFORM 1500-FIND-HIGH-SEQ
           IF WS-HIGH-SEQ = 99
               MOVE "No free address sequence for history"
                   TO SRT-NOTE
               PERFORM 1900-RELEASE-REJECT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MOVE-DATE = NCR-MOVE-DATE * 100 + 1
           PERFORM 1200-KEEP-FORMER-ADDRESS
           IF SRT-NOTE NOT = SPACES
               PERFORM 1900-RELEASE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-ADDRESS TO CUSTOMERDATA
           MOVE NCR-NEW-STREET TO CA-STREET
           MOVE NCR-NEW-CITY TO CA-CITY
           MOVE NCR-NEW-STATE TO CA-STATE
           MOVE NCR-NEW-ZIP TO CA-ZIP
           MOVE WS-MOVE-DATE TO CA-MOVED-DATE
           IF CA-ADDR-RETURNED AND CA-RETURNED-DATE < WS-MOVE-DATE
               MOVE "Return predates move - flag kept" TO SRT-NOTE
           ELSE
               IF CA-ADDR-RETURNED
                   MOVE "Returned-mail flag cleared" TO SRT-NOTE
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
               MOVE 'G' TO CA-ADDR-STATUS
               MOVE ZERO TO CA-RETURNED-DATE
           END-IF
           REWRITE CUSTOMER-ADDRESS-REC
               INVALID KEY
                   MOVE "Address rewrite failed" TO SRT-NOTE
                   PERFORM 1900-RELEASE-REJECT
               NOT INVALID KEY
                   MOVE WS-OLD-ADDRESS TO WS-JRN-BEFORE
                   PERFORM 9500-JOURNAL-REWRITE
                   ADD 1 TO WS-APPLIED-COUNT
                   SET SRT-APPLIED TO TRUE
                   RELEASE SORT-RECORD
           END-REWRITE.

      *> The old address goes under the next free sequence as a
      *> former address, so the history stays on the master but no
      *> mail selection picks it up.
       1200-KEEP-FORMER-ADDRESS.
           MOVE WS-OLD-ADDRESS TO CUSTOMERDATA
           ADD 1 TO WS-HIGH-SEQ GIVING CA-SEQ
           SET CA-USAGE-FORMER TO TRUE
           MOVE WS-MOVE-DATE TO CA-MOVED-DATE
           WRITE CUSTOMER-ADDRESS-REC
               INVALID KEY
                   MOVE "Former address could not be kept"
                       TO SRT-NOTE
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
           END-WRITE.

       1300-MARK-NO-FORWARDING.
           PERFORM 1400-READ-ADDRESS
           IF NOT WS-ADDR-FOUND
               MOVE "Address no longer on file" TO SRT-NOTE
               PERFORM 1900-RELEASE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF CA-ADDR-CONFIRMED-BAD
               MOVE "Already suppressed" TO SRT-NOTE
           ELSE
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               MOVE 'B' TO CA-ADDR-STATUS
               MOVE WS-TODAY TO CA-RETURNED-DATE
               REWRITE CUSTOMER-ADDRESS-REC
                   INVALID KEY
                       MOVE "Address rewrite failed" TO SRT-NOTE
                       PERFORM 1900-RELEASE-REJECT
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM 9500-JOURNAL-REWRITE
               MOVE "Marked confirmed bad - mail suppressed"
                   TO SRT-NOTE
           END-IF
           MOVE CA-STREET TO SRT-STREET
           MOVE CA-CITY TO SRT-CITY
           MOVE CA-STATE TO SRT-STATE
           MOVE CA-ZIP TO SRT-ZIP
           ADD 1 TO WS-NOFWD-COUNT
           SET SRT-NO-FORWARDING TO TRUE
           RELEASE SORT-RECORD.

       1400-READ-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE NCR-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE NCR-SEQ TO CA-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
           END-READ.

       1500-FIND-HIGH-SEQ.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE 'N' TO WS-ASCAN-EOF-SWITCH
           MOVE NCR-IDNUM TO CA-IDNUM
           MOVE 'A' TO CA-REC-TYPE
           MOVE ZERO TO CA-SEQ
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-ASCAN-EOF TO TRUE
           END-START
           PERFORM 1510-CHECK-ONE-ADDRESS UNTIL WS-ASCAN-EOF.

       1510-CHECK-ONE-ADDRESS.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-ASCAN-EOF TO TRUE
           END-READ
           IF NOT WS-ASCAN-EOF
               IF CA-IDNUM NOT = NCR-IDNUM OR CA-REC-TYPE NOT = 'A'
                   SET WS-ASCAN-EOF TO TRUE
               ELSE
                   MOVE CA-SEQ TO WS-HIGH-SEQ
               END-IF
           END-IF.

       1900-RELEASE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           SET SRT-REJECTED TO TRUE
           RELEASE SORT-RECORD.

       2000-PRINT-REPORT.
           OPEN OUTPUT NCOARPT
           IF WS-NP-STATUS NOT = "00"
               MOVE "NCOARPT" TO WS-ABEND-FILE-NAME
               MOVE WS-NP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TODAY TO PRNTODAY
           WRITE PRINTLINE FROM PAGEHEADING
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 2010-PRINT-ONE-RESULT UNTIL WS-SORT-EOF
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           MOVE "Results read" TO PRNTOTALNAME
           MOVE WS-READ-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "New addresses applied" TO PRNTOTALNAME
           MOVE WS-APPLIED-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "  returned-mail flags cleared" TO PRNTOTALNAME
           MOVE WS-CLEARED-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Rejected" TO PRNTOTALNAME
           MOVE WS-REJECTED-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "Moved, left no address" TO PRNTOTALNAME
           MOVE WS-NOFWD-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           MOVE "No NCOA match" TO PRNTOTALNAME
           MOVE WS-NOMATCH-COUNT TO PRNTOTAL
           WRITE PRINTLINE FROM TOTALLINE
           CLOSE NCOARPT.

       2010-PRINT-ONE-RESULT.
           IF SRT-GROUP NOT = WS-PRINT-GROUP
               MOVE SRT-GROUP TO WS-PRINT-GROUP
               PERFORM 2100-PRINT-GROUP-HEADING
           END-IF
           MOVE SRT-IDNUM TO PRNIDNUM
           MOVE SRT-SEQ TO PRNSEQ
           MOVE SRT-RETURN-CODE TO PRNCODE
           MOVE SRT-STREET TO PRNSTREET
           MOVE SRT-CITY TO PRNCITY
           MOVE SRT-STATE TO PRNSTATE
           MOVE SRT-ZIP TO PRNZIP
           MOVE SRT-NOTE TO PRNNOTE
           WRITE PRINTLINE FROM RESULTLINE
           RETURN SORTWORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2100-PRINT-GROUP-HEADING.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           EVALUATE TRUE
               WHEN SRT-APPLIED
                   MOVE "Applied - new address on file" TO SECTIONLINE
               WHEN SRT-REJECTED
                   MOVE "Rejected - not applied" TO SECTIONLINE
               WHEN SRT-NO-FORWARDING
                   MOVE "Moved, left no address - mail suppressed"
                       TO SECTIONLINE
           END-EVALUATE
           WRITE PRINTLINE FROM SECTIONLINE
           WRITE PRINTLINE FROM RESULTHEADS.

       9500-JOURNAL-REWRITE.
           MOVE 'R' TO WS-JRN-ACTION
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9510-JOURNAL-WRITE.
           MOVE 'W' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMERDATA TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
