            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SsnProtect.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSNKEYFILE ASSIGN TO "files/SsnKey.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT PENDINGCUST ASSIGN TO
               "files/PendingCustomers.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PCU-KEY
               FILE STATUS IS WS-PU-STATUS.
           SELECT XREFFILE ASSIGN TO "files/SsnXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XR-STATUS.
           SELECT CUSTOMERARCHIVE ASSIGN TO "files/CustomerArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-STATUS.
           SELECT JOURNALFILE ASSIGN TO "files/CustomerJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT WORKFILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SSNKEYFILE.
       COPY "SsnKey.cpy".

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD PENDINGCUST.
       COPY "PendingCustomer.cpy".

       FD XREFFILE.
       01 XREFRECORD.
           02 XRF-KEY.
               03 XRF-SSN PIC 9(9).
               03 XRF-IDNUM PIC 9(7).

       FD CUSTOMERARCHIVE.
       01 ARCHIVERECORD PIC X(157).

       FD JOURNALFILE.
       COPY "CustomerJournal.cpy".

       FD WORKFILE.
       01 WORKRECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-FILE-COUNT PIC 9(7) COMP-3.
       01 WS-RECORD-COUNT PIC 9(7) COMP-3.

       01 WS-KEY-IDX PIC 9 COMP-3.
       01 WS-SEED PIC 9(10) COMP-3.
       01 WS-DRAW-1 PIC 9(10) COMP-3.
       01 WS-CLOCK.
           02 WS-CLOCK-DATE PIC 9(8).
           02 WS-CLOCK-TIME PIC 9(8).
           02 FILLER PIC X(5).

       01 WS-GUARD-ACTION PIC X VALUE 'P'.
       01 WS-GUARD-PROGRAM PIC X(20) VALUE "SsnProtect".
       01 WS-GUARD-IDNUM PIC 9(7).
       01 WS-GUARD-SSN-IN PIC 9(9).
       01 WS-GUARD-SSN-OUT PIC 9(9).
       01 WS-GUARD-RESULT PIC X.
           88 WS-GUARD-DONE VALUE 'Y'.

       01 WS-ARCHIVE-IMAGE.
           02 FILLER PIC X(7).
           02 WS-AI-REC-TYPE PIC X.
           02 FILLER PIC X(52).
           02 WS-AI-SSN PIC 9(9).
           02 FILLER PIC X(91).

       01 WS-ARCHIVE-PATH PIC X(40) VALUE "files/CustomerArchive.dat".
       01 WS-JOURNAL-PATH PIC X(40) VALUE "files/CustomerJournal.dat".
       01 WS-WORK-PATH PIC X(40).
       01 WS-SWAP-PATH PIC X(40).
       01 WS-RENAME-RC PIC S9(9) COMP-5.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-ADMIN-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       COPY "LogChain.cpy".

       01 WS-SK-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-PU-STATUS PIC XX.
       01 WS-XR-STATUS PIC XX.
       01 WS-CX-STATUS PIC XX.
       01 WS-JF-STATUS PIC XX.
       01 WS-WK-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Sets up SSN protection and converts the files that were
      *> written with readable SSNs: the master headers, the
      *> onboarding queue, the SSN cross-reference, the customer
      *> archive and the before/after images on the journal. The key
      *> file records the date each file was converted, so a rerun
      *> skips finished files and a fresh install only creates the
      *> key. The master and queue are rewritten in place - take a
      *> backup first; a run that stops part-way through one of them
      *> is restarted from that backup. The conversion rewrites are
      *> not journalled, since the before images would put the
      *> readable numbers straight back on file. Journal entries
      *> already chained are re-chained as they are rewritten, so the
      *> converted journal still verifies.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-ADMIN-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Administrator sign-on required - "
                   "SsnProtect ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-SET-UP-KEY
           IF SKY-CUSTOMER-DONE = ZERO
               PERFORM 2000-PROTECT-MASTER
               MOVE WS-TODAY TO SKY-CUSTOMER-DONE
               PERFORM 1100-SAVE-KEY-FILE
           END-IF
           IF SKY-PENDING-DONE = ZERO
               PERFORM 3000-PROTECT-PENDING
               MOVE WS-TODAY TO SKY-PENDING-DONE
               PERFORM 1100-SAVE-KEY-FILE
           END-IF
           IF SKY-XREF-DONE = ZERO
               PERFORM 4000-REBUILD-XREF
               MOVE WS-TODAY TO SKY-XREF-DONE
               PERFORM 1100-SAVE-KEY-FILE
           END-IF
           IF SKY-ARCHIVE-DONE = ZERO
               PERFORM 5000-PROTECT-ARCHIVE
               MOVE WS-TODAY TO SKY-ARCHIVE-DONE
               PERFORM 1100-SAVE-KEY-FILE
           END-IF
           IF SKY-JOURNAL-DONE = ZERO
               PERFORM 6000-PROTECT-JOURNAL
               MOVE WS-TODAY TO SKY-JOURNAL-DONE
               PERFORM 1100-SAVE-KEY-FILE
           END-IF
           DISPLAY "SSN protection in place - key created "
               SKY-CREATED
           DISPLAY "  master " SKY-CUSTOMER-DONE
               "  queue " SKY-PENDING-DONE
               "  xref " SKY-XREF-DONE
               "  archive " SKY-ARCHIVE-DONE
               "  journal " SKY-JOURNAL-DONE
           GOBACK.

       1000-SET-UP-KEY.
           OPEN INPUT SSNKEYFILE
           IF WS-SK-STATUS = "00"
               READ SSNKEYFILE
                   AT END
                       MOVE "SSNKEYFILE" TO WS-ABEND-FILE-NAME
                       MOVE "10" TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND
               END-READ
               CLOSE SSNKEYFILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SK-STATUS NOT = "35"
               MOVE "SSNKEYFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-SK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1010-MAKE-NEW-KEY
           PERFORM 1100-SAVE-KEY-FILE
           DISPLAY "New SSN key created in files/SsnKey.dat - keep "
               "a copy of it with the master backups".

      *> The key is drawn from a generator seeded off the clock; each
      *> part takes two draws so no part is a simple function of the
      *> seed.
       1010-MAKE-NEW-KEY.
           INITIALIZE SSNKEYRECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           COMPUTE WS-SEED = FUNCTION MOD(WS-CLOCK-TIME * 7919
               + WS-CLOCK-DATE, 2147483647)
           IF WS-SEED = ZERO
               MOVE 20260815 TO WS-SEED
           END-IF
           PERFORM 1020-MAKE-ONE-KEY-PART
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > 4
           MOVE WS-TODAY TO SKY-CREATED.

       1020-MAKE-ONE-KEY-PART.
           PERFORM 1030-NEXT-SEED
           MOVE WS-SEED TO WS-DRAW-1
           PERFORM 1030-NEXT-SEED
           COMPUTE SKY-KEY-PART(WS-KEY-IDX) = FUNCTION MOD(
               WS-DRAW-1 * 46337 + WS-SEED, 1000000000).

       1030-NEXT-SEED.
           COMPUTE WS-SEED =
               FUNCTION MOD(WS-SEED * 48271, 2147483647).

       1100-SAVE-KEY-FILE.
           OPEN OUTPUT SSNKEYFILE
           IF WS-SK-STATUS NOT = "00"
               MOVE "SSNKEYFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-SK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           WRITE SSNKEYRECORD
           CLOSE SSNKEYFILE.

       1200-PROTECT-ONE-SSN.
           CALL 'SsnGuard' USING WS-GUARD-ACTION, WS-GUARD-PROGRAM,
               WS-GUARD-IDNUM, WS-GUARD-SSN-IN, WS-GUARD-SSN-OUT,
               WS-GUARD-RESULT
           IF NOT WS-GUARD-DONE
               MOVE "SSNGUARD" TO WS-ABEND-FILE-NAME
               MOVE WS-GUARD-RESULT TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-RECORD-COUNT.

       2000-PROTECT-MASTER.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS = "35"
               DISPLAY "No customer master yet - nothing to convert"
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2010-PROTECT-ONE-MASTER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           DISPLAY "Customer master - " WS-FILE-COUNT " records read, "
               WS-RECORD-COUNT " SSNs protected".

       2010-PROTECT-ONE-MASTER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           IF NOT REC-IS-HEADER OR CUST-SSN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE IDNUM TO WS-GUARD-IDNUM
           MOVE CUST-SSN TO WS-GUARD-SSN-IN
           PERFORM 1200-PROTECT-ONE-SSN
           MOVE WS-GUARD-SSN-OUT TO CUST-SSN
           REWRITE CUSTOMERDATA
               INVALID KEY
                   MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-CF-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
           END-REWRITE.

       3000-PROTECT-PENDING.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN I-O PENDINGCUST
           IF WS-PU-STATUS = "35"
               DISPLAY "No onboarding queue yet - nothing to convert"
               EXIT PARAGRAPH
           END-IF
           IF WS-PU-STATUS NOT = "00"
               MOVE "PENDINGCUST" TO WS-ABEND-FILE-NAME
               MOVE WS-PU-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 3010-PROTECT-ONE-PENDING UNTIL WSEOF
           CLOSE PENDINGCUST
           DISPLAY "Onboarding queue - " WS-FILE-COUNT
               " records read, " WS-RECORD-COUNT " SSNs protected".

       3010-PROTECT-ONE-PENDING.
           READ PENDINGCUST NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           IF PCU-SSN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE PCU-IDNUM TO WS-GUARD-IDNUM
           MOVE PCU-SSN TO WS-GUARD-SSN-IN
           PERFORM 1200-PROTECT-ONE-SSN
           MOVE WS-GUARD-SSN-OUT TO PCU-SSN
           REWRITE PENDINGCUSTREC
               INVALID KEY
                   MOVE "PENDINGCUST" TO WS-ABEND-FILE-NAME
                   MOVE WS-PU-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
           END-REWRITE.

      *> The cross-reference is keyed on the SSN, so it is rebuilt
      *> from the protected master headers rather than rewritten.
       4000-REBUILD-XREF.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS = "35"
               DISPLAY "No customer master yet - SSN cross-reference "
                   "left as it is"
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT XREFFILE
           IF WS-XR-STATUS NOT = "00"
               MOVE "XREFFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-XR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 4010-ADD-ONE-MASTER-SSN UNTIL WSEOF
           CLOSE CUSTOMERFILE
           CLOSE XREFFILE
           DISPLAY "SSN cross-reference rebuilt - " WS-RECORD-COUNT
               " entries".

       4010-ADD-ONE-MASTER-SSN.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF REC-IS-HEADER AND CUST-SSN NOT = ZERO
                       MOVE CUST-SSN TO XRF-SSN
                       MOVE IDNUM TO XRF-IDNUM
                       WRITE XREFRECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORD-COUNT
                       END-WRITE
                   END-IF
           END-READ.

      *> The archive and journal are sequential: each is copied to a
      *> work file with the SSNs protected and the copy swapped in.
       5000-PROTECT-ARCHIVE.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUSTOMERARCHIVE
           IF WS-CX-STATUS = "35"
               DISPLAY "No customer archive yet - nothing to convert"
               EXIT PARAGRAPH
           END-IF
           IF WS-CX-STATUS NOT = "00"
               MOVE "CUSTOMERARCHIVE" TO WS-ABEND-FILE-NAME
               MOVE WS-CX-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE "files/CustomerArchive.tmp" TO WS-WORK-PATH
           PERFORM 7000-OPEN-WORK-FILE
           PERFORM 5010-PROTECT-ONE-ARCHIVE UNTIL WSEOF
           CLOSE CUSTOMERARCHIVE
           CLOSE WORKFILE
           MOVE WS-ARCHIVE-PATH TO WS-SWAP-PATH
           PERFORM 7100-SWAP-IN-WORK-FILE
           DISPLAY "Customer archive - " WS-FILE-COUNT
               " records read, " WS-RECORD-COUNT " SSNs protected".

       5010-PROTECT-ONE-ARCHIVE.
           READ CUSTOMERARCHIVE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE ARCHIVERECORD TO WS-ARCHIVE-IMAGE
           PERFORM 7200-PROTECT-IMAGE
           MOVE SPACES TO WORKRECORD
           MOVE WS-ARCHIVE-IMAGE TO WORKRECORD
           WRITE WORKRECORD.

       6000-PROTECT-JOURNAL.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNALFILE
           IF WS-JF-STATUS = "35"
               DISPLAY "No customer journal yet - nothing to convert"
               EXIT PARAGRAPH
           END-IF
           IF WS-JF-STATUS NOT = "00"
               MOVE "JOURNALFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-JF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE "files/CustomerJournal.tmp" TO WS-WORK-PATH
           PERFORM 7000-OPEN-WORK-FILE
           SET LCH-JOURNAL TO TRUE
           SET LCH-RELINK-BEGIN TO TRUE
           CALL 'AuditChain' USING LOGCHAINCALL, JOURNALRECORD
           PERFORM 6010-PROTECT-ONE-JOURNAL UNTIL WSEOF
           CLOSE JOURNALFILE
           CLOSE WORKFILE
           IF LCH-DONE
               SET LCH-RELINK-END TO TRUE
               CALL 'AuditChain' USING LOGCHAINCALL, JOURNALRECORD
           END-IF
           MOVE WS-JOURNAL-PATH TO WS-SWAP-PATH
           PERFORM 7100-SWAP-IN-WORK-FILE
           DISPLAY "Customer journal - " WS-FILE-COUNT
               " entries read, " WS-RECORD-COUNT " SSNs protected".

       6010-PROTECT-ONE-JOURNAL.
           READ JOURNALFILE
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE JRN-BEFORE-IMAGE TO WS-ARCHIVE-IMAGE
           PERFORM 7200-PROTECT-IMAGE
           MOVE WS-ARCHIVE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE TO WS-ARCHIVE-IMAGE
           PERFORM 7200-PROTECT-IMAGE
           MOVE WS-ARCHIVE-IMAGE TO JRN-AFTER-IMAGE
           IF LCH-DONE
               SET LCH-RELINK TO TRUE
               CALL 'AuditChain' USING LOGCHAINCALL, JOURNALRECORD
           END-IF
           MOVE SPACES TO WORKRECORD
           MOVE JOURNALRECORD TO WORKRECORD
           WRITE WORKRECORD.

       7000-OPEN-WORK-FILE.
           OPEN OUTPUT WORKFILE
           IF WS-WK-STATUS NOT = "00"
               MOVE "WORKFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-WK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

       7100-SWAP-IN-WORK-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SWAP-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-SWAP-PATH
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = ZERO
               DISPLAY "Rename of " FUNCTION TRIM(WS-WORK-PATH)
                   " failed - RC " WS-RENAME-RC
               MOVE "WORKFILE" TO WS-ABEND-FILE-NAME
               MOVE "30" TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF.

      *> Only header images carry an SSN; blank images (the before
      *> image of a write, the after image of a delete) are skipped.
       7200-PROTECT-IMAGE.
           IF WS-AI-REC-TYPE NOT = 'H'
               OR WS-AI-SSN IS NOT NUMERIC
               OR WS-AI-SSN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARCHIVE-IMAGE(1:7) TO WS-GUARD-IDNUM
           MOVE WS-AI-SSN TO WS-GUARD-SSN-IN
           PERFORM 1200-PROTECT-ONE-SSN
           MOVE WS-GUARD-SSN-OUT TO WS-AI-SSN.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
