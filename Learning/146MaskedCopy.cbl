            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskedCopy.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSNKEYFILE ASSIGN TO "files/SsnKey.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-STATUS.
           SELECT SEEDNAMES ASSIGN TO "files/SeedNames.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT HISTORYFILE ASSIGN TO "files/CustomerHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.
           SELECT INVOICEFILE ASSIGN TO "files/InvoiceHeader.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-IH-STATUS.
           SELECT INVOICELINES ASSIGN TO "files/InvoiceLines.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INL-KEY
               FILE STATUS IS WS-IL-STATUS.
           SELECT REGISTRYFILE ASSIGN TO "files/PaymentRegistry.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-RG-STATUS.
           SELECT DISPUTEFILE ASSIGN TO "files/Disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT XREFFILE ASSIGN TO "files/SsnXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XR-STATUS.
           SELECT MASKCUST ASSIGN TO WS-MC-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MKC-KEY
               ALTERNATE RECORD KEY IS MKC-LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-MC-STATUS.
           SELECT MASKHISTORY ASSIGN TO WS-MH-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MKH-KEY
               ALTERNATE RECORD KEY IS MKH-DATE WITH DUPLICATES
               FILE STATUS IS WS-MH-STATUS.
           SELECT MASKINVOICE ASSIGN TO WS-MI-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MKI-KEY
               FILE STATUS IS WS-MI-STATUS.
           SELECT MASKLINES ASSIGN TO WS-ML-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MKL-KEY
               FILE STATUS IS WS-ML-STATUS.
           SELECT MASKREGISTRY ASSIGN TO WS-MR-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MKR-KEY
               FILE STATUS IS WS-MR-STATUS.
           SELECT MASKDISPUTE ASSIGN TO WS-MD-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MKD-KEY
               FILE STATUS IS WS-MD-STATUS.
           SELECT MASKXREF ASSIGN TO WS-MX-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MKX-KEY
               FILE STATUS IS WS-MX-STATUS.
           SELECT MASKRPT ASSIGN TO "files/MaskedCopy.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SSNKEYFILE.
       COPY "SsnKey.cpy".

       FD SEEDNAMES.
       01 SEEDNAMERECORD.
           02 SDN-FIRSTNAME PIC X(25).
           02 SDN-LASTNAME PIC X(25).

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD HISTORYFILE.
       COPY "CustomerHistoryRecord.cpy".

       FD INVOICEFILE.
       COPY "InvoiceHeader.cpy".

       FD INVOICELINES.
       COPY "InvoiceLine.cpy".

       FD REGISTRYFILE.
       COPY "PaymentRegistry.cpy".

       FD DISPUTEFILE.
       COPY "Dispute.cpy".

       FD XREFFILE.
       01 XREFRECORD.
           02 XRF-KEY.
               03 XRF-SSN PIC 9(9).
               03 XRF-IDNUM PIC 9(7).

      *> The masked files carry the production layouts; only the
      *> keys and the fields the proof pass needs are named.
       FD MASKCUST.
       01 MKC-RECORD.
           02 MKC-KEY.
               03 MKC-IDNUM PIC 9(7).
               03 MKC-REC-TYPE PIC X.
               03 MKC-SEQ PIC 99.
           02 MKC-FIRSTNAME PIC X(25).
           02 MKC-LASTNAME PIC X(25).
           02 MKC-SSN PIC 9(9).
           02 MKC-DOB PIC 9(8).
           02 MKC-BALANCE PIC S9(7)V99.
           02 FILLER PIC X(13).
           02 MKC-MERGED-TO PIC 9(7).
           02 FILLER PIC X(51).

       FD MASKHISTORY.
       01 MKH-RECORD.
           02 MKH-KEY.
               03 MKH-IDNUM PIC 9(7).
               03 MKH-DATE PIC 9(8).
               03 MKH-SEQ PIC 9(3).
           02 FILLER PIC X(13).
           02 MKH-AMOUNT PIC S9(7)V99.
           02 FILLER PIC X(18).

       FD MASKINVOICE.
       01 MKI-RECORD.
           02 MKI-KEY.
               03 MKI-NUMBER PIC 9(7).
           02 MKI-IDNUM PIC 9(7).
           02 FILLER PIC X(11).
           02 MKI-TOTAL PIC S9(9)V99.
           02 FILLER PIC X(70).

       FD MASKLINES.
       01 MKL-RECORD.
           02 MKL-KEY.
               03 MKL-NUMBER PIC 9(7).
               03 MKL-LINE-NO PIC 9(3).
           02 FILLER PIC X(25).
           02 MKL-AMOUNT PIC S9(7)V99.
           02 FILLER PIC X(23).

       FD MASKREGISTRY.
       01 MKR-RECORD.
           02 MKR-KEY.
               03 MKR-REFERENCE PIC X(12).
           02 MKR-IDNUM PIC 9(7).
           02 MKR-AMOUNT PIC S9(7)V99.
           02 FILLER PIC X(17).

       FD MASKDISPUTE.
       01 MKD-RECORD.
           02 MKD-KEY.
               03 MKD-IDNUM PIC 9(7).
               03 MKD-SEQ PIC 99.
           02 MKD-AMOUNT PIC S9(7)V99.
           02 FILLER PIC X(29).

       FD MASKXREF.
       01 MKX-RECORD.
           02 MKX-KEY.
               03 MKX-SSN PIC 9(9).
               03 MKX-IDNUM PIC 9(7).

       FD MASKRPT.
       01 PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-SOURCE-SWITCH PIC X.
           88 WS-SOURCE-PRESENT VALUE 'Y'.

       01 WS-PARM-STRING PIC X(40). *> optional PARM target directory
       01 WS-TARGET-DIR PIC X(40) VALUE "files/test".
       01 WS-MKDIR-RC PIC S9(9) COMP-5.
       01 WS-MC-PATH PIC X(60).
       01 WS-MH-PATH PIC X(60).
       01 WS-MI-PATH PIC X(60).
       01 WS-ML-PATH PIC X(60).
       01 WS-MR-PATH PIC X(60).
       01 WS-MD-PATH PIC X(60).
       01 WS-MX-PATH PIC X(60).

       01 WS-KEY-TABLE.
           02 WS-KEY-PART PIC 9(9) OCCURS 4 TIMES.
       01 WS-ROUNDS PIC 99 VALUE 8.
       01 WS-ROUND PIC 99 COMP-3.
       01 WS-KEY-IDX PIC 9 COMP-3.
       01 WS-KEY-NEXT PIC 9 COMP-3.
       01 WS-F-INPUT PIC 9(5) COMP-3.
       01 WS-F-WORK PIC 9(18) COMP-3.
       01 WS-F-PRIME PIC 9(9) VALUE 999999937.
       01 WS-MASK-SSN PIC 9(9).
       01 WS-MASK-SSN-X REDEFINES WS-MASK-SSN.
           02 WS-MS-LEFT PIC 9(4).
           02 WS-MS-RIGHT PIC 9(5).

       01 WS-NAME-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-NAME-TABLE.
           02 WS-NAME-ENTRY OCCURS 50 TIMES.
               03 WS-N-FIRSTNAME PIC X(25).
               03 WS-N-LASTNAME PIC X(25).
       01 WS-STREET-LIST.
           02 FILLER PIC X(12) VALUE "MAIN ST".
           02 FILLER PIC X(12) VALUE "OAK AVE".
           02 FILLER PIC X(12) VALUE "PINE RD".
           02 FILLER PIC X(12) VALUE "MAPLE DR".
           02 FILLER PIC X(12) VALUE "CEDAR LN".
           02 FILLER PIC X(12) VALUE "ELM ST".
           02 FILLER PIC X(12) VALUE "LAKE VIEW CT".
           02 FILLER PIC X(12) VALUE "HILL ST".
       01 WS-STREET-TABLE REDEFINES WS-STREET-LIST.
           02 WS-STREET-NAME PIC X(12) OCCURS 8 TIMES.
       01 WS-PICK PIC 9(3) COMP-3.
       01 WS-HOUSE-NUMBER PIC 9(4).
       01 WS-PHONE-DIGITS PIC 9(4).

      *> One entry per file copied, in the order they are copied.
       01 WS-FILE-TABLE.
           02 WS-FILE-ENTRY OCCURS 7 TIMES.
               03 WS-FT-NAME PIC X(16).
               03 WS-FT-IN-COUNT PIC 9(7) COMP-3.
               03 WS-FT-OUT-COUNT PIC 9(7) COMP-3.
               03 WS-FT-IN-TOTAL PIC S9(11)V99 COMP-3.
               03 WS-FT-OUT-TOTAL PIC S9(11)V99 COMP-3.
               03 WS-FT-ORPHANS PIC 9(7) COMP-3.
       01 WS-FX PIC 9 COMP-3.
       01 WS-WRITE-FAILS PIC 9(7) COMP-3 VALUE ZERO.
       01 WS-PROBLEM-FILES PIC 9 COMP-3 VALUE ZERO.

       01 WS-REF-STATE PIC X.
           88 WS-REF-GOOD VALUE 'G'.
           88 WS-REF-ORPHAN VALUE 'O'.
           88 WS-REF-MERGED VALUE 'M'.
       01 WS-CHECK-IDNUM PIC 9(7).

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-ADMIN-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 PAGEHEADING.
           02 FILLER PIC X(28) VALUE "Masked test copy written to ".
           02 PRNTARGET PIC X(40).
       01 FILEHEADS.
           02 FILLER PIC X(18) VALUE "File".
           02 FILLER PIC X(18) VALUE "  Source   Masked".
           02 FILLER PIC X(20) VALUE "      Source total".
           02 FILLER PIC X(20) VALUE "      Masked total".
           02 FILLER PIC X(18) VALUE "  Orphans  Result".
       01 FILELINE.
           02 PRNFILE PIC X(16).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNINCOUNT PIC ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNOUTCOUNT PIC ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNINTOTAL PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNOUTTOTAL PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNORPHANS PIC ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PRNRESULT PIC X(8).
       01 FAILLINE.
           02 FILLER PIC X(24) VALUE "Masked writes rejected: ".
           02 PRNWRITEFAILS PIC ZZZZZZ9.
       01 DETAILLINE PIC X(100).

       01 WS-SK-STATUS PIC XX.
       01 WS-SN-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-HF-STATUS PIC XX.
       01 WS-IH-STATUS PIC XX.
       01 WS-IL-STATUS PIC XX.
       01 WS-RG-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-XR-STATUS PIC XX.
       01 WS-MC-STATUS PIC XX.
       01 WS-MH-STATUS PIC XX.
       01 WS-MI-STATUS PIC XX.
       01 WS-ML-STATUS PIC XX.
       01 WS-MR-STATUS PIC XX.
       01 WS-MD-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-MP-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Builds a copy of the customer master and its satellites for
      *> the test team with the personal data masked: names from the
      *> seed list, SSNs, dates of birth, streets, phones, e-mails,
      *> bank account numbers, executor names and note text. Keys,
      *> amounts, other dates and record counts are copied as they
      *> stand so every cross-file link still holds. SSNs go through
      *> a keyed permutation, so one number always masks to the same
      *> fake number in the master and in the SSN cross-reference,
      *> and two numbers never mask to the same one. The run ends by
      *> re-reading the masked set and proving counts, totals and
      *> references, as CrossFileAudit does for production.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               MOVE WS-PARM-STRING TO WS-TARGET-DIR
           END-IF
           IF WS-TARGET-DIR = "files" OR WS-TARGET-DIR = "files/"
               OR WS-TARGET-DIR = "."
               DISPLAY "MaskedCopy will not write over the "
                   "production files - give a test directory"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-ADMIN-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Administrator sign-on required - "
                   "MaskedCopy ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-KEY
           PERFORM 0200-LOAD-SEED-NAMES
           PERFORM 0300-SET-UP-TARGET
           PERFORM 1000-COPY-CUSTOMERS
           PERFORM 2000-COPY-HISTORY
           PERFORM 2100-COPY-INVOICES
           PERFORM 2200-COPY-INVOICE-LINES
           PERFORM 2300-COPY-REGISTRY
           PERFORM 2400-COPY-DISPUTES
           PERFORM 3000-COPY-SSN-XREF
           PERFORM 5000-PROVE-MASKED-SET
           IF WS-PROBLEM-FILES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Masked copy complete in "
               FUNCTION TRIM(WS-TARGET-DIR) " - "
               WS-PROBLEM-FILES " files failed the proof - see "
               "files/MaskedCopy.rpt"
           GOBACK.

      *> The SSN mask is keyed off the installation key, so the fake
      *> numbers cannot be worked back without it.
       0100-LOAD-KEY.
           OPEN INPUT SSNKEYFILE
           IF WS-SK-STATUS NOT = "00"
               DISPLAY "SSN key file status " WS-SK-STATUS
                   " - run SsnProtect before MaskedCopy"
               MOVE "SSNKEYFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-SK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           READ SSNKEYFILE
               AT END
                   MOVE "SSNKEYFILE" TO WS-ABEND-FILE-NAME
                   MOVE "10" TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
           END-READ
           MOVE SKY-KEY-PARTS TO WS-KEY-TABLE
           CLOSE SSNKEYFILE.

      *> The same seed list TestDataGen draws from; without it the
      *> masked names fall back to the customer number.
       0200-LOAD-SEED-NAMES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SEEDNAMES
           IF WS-SN-STATUS NOT = "00"
               DISPLAY "No files/SeedNames.dat - masked names will be "
                   "built from the customer number"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0210-LOAD-ONE-NAME UNTIL WSEOF
           CLOSE SEEDNAMES.

       0210-LOAD-ONE-NAME.
           READ SEEDNAMES
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF WS-NAME-COUNT < 50
                       ADD 1 TO WS-NAME-COUNT
                       MOVE SDN-FIRSTNAME
                           TO WS-N-FIRSTNAME(WS-NAME-COUNT)
                       MOVE SDN-LASTNAME
                           TO WS-N-LASTNAME(WS-NAME-COUNT)
                   END-IF
           END-READ.

       0300-SET-UP-TARGET.
           CALL "CBL_CREATE_DIR" USING WS-TARGET-DIR
               RETURNING WS-MKDIR-RC
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
               "/Customer.dat" DELIMITED BY SIZE
               INTO WS-MC-PATH
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
               "/CustomerHistory.dat" DELIMITED BY SIZE
               INTO WS-MH-PATH
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
               "/InvoiceHeader.dat" DELIMITED BY SIZE
               INTO WS-MI-PATH
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
               "/InvoiceLines.dat" DELIMITED BY SIZE
               INTO WS-ML-PATH
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
               "/PaymentRegistry.dat" DELIMITED BY SIZE
               INTO WS-MR-PATH
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
               "/Disputes.dat" DELIMITED BY SIZE
               INTO WS-MD-PATH
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
               "/SsnXref.dat" DELIMITED BY SIZE
               INTO WS-MX-PATH
           MOVE "Customer" TO WS-FT-NAME(1)
           MOVE "CustomerHistory" TO WS-FT-NAME(2)
           MOVE "InvoiceHeader" TO WS-FT-NAME(3)
           MOVE "InvoiceLines" TO WS-FT-NAME(4)
           MOVE "PaymentRegistry" TO WS-FT-NAME(5)
           MOVE "Disputes" TO WS-FT-NAME(6)
           MOVE "SsnXref" TO WS-FT-NAME(7)
           PERFORM 0310-CLEAR-ONE-ENTRY
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 7.

       0310-CLEAR-ONE-ENTRY.
           MOVE ZERO TO WS-FT-IN-COUNT(WS-FX) WS-FT-OUT-COUNT(WS-FX)
               WS-FT-IN-TOTAL(WS-FX) WS-FT-OUT-TOTAL(WS-FX)
               WS-FT-ORPHANS(WS-FX).

       1000-COPY-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT MASKCUST
           IF WS-MC-STATUS NOT = "00"
               MOVE "MASKCUST" TO WS-ABEND-FILE-NAME
               MOVE WS-MC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1010-COPY-ONE-CUSTOMER UNTIL WSEOF
           CLOSE CUSTOMERFILE
           CLOSE MASKCUST.

       1010-COPY-ONE-CUSTOMER.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FT-IN-COUNT(1)
           EVALUATE TRUE
               WHEN REC-IS-HEADER
                   ADD BALANCE TO WS-FT-IN-TOTAL(1)
                   PERFORM 1100-MASK-HEADER
               WHEN REC-IS-ADDRESS
                   PERFORM 1200-MASK-ADDRESS
               WHEN REC-IS-PHONE
                   PERFORM 1300-MASK-PHONE
               WHEN REC-IS-BANK
                   IF CB-ACCOUNT NOT = SPACES
                       MOVE SPACES TO CB-ACCOUNT
                       STRING "9" DELIMITED BY SIZE
                           CB-IDNUM DELIMITED BY SIZE
                           CB-SEQ DELIMITED BY SIZE
                           INTO CB-ACCOUNT
                   END-IF
               WHEN REC-IS-ESTATE
                   IF CE-EXECUTOR-NAME NOT = SPACES
                       MOVE "ESTATE EXECUTOR" TO CE-EXECUTOR-NAME
                   END-IF
               WHEN REC-IS-NOTE
                   IF CN-NOTE-TEXT NOT = SPACES
                       MOVE "(note text masked)" TO CN-NOTE-TEXT
                   END-IF
               WHEN REC-IS-AUTHORIZED
                   IF CU-NAME NOT = SPACES
                       MOVE "AUTHORIZED PARTY" TO CU-NAME
                   END-IF
                   IF CU-SSN-LAST4 NOT = SPACES
                       MOVE "0000" TO CU-SSN-LAST4
                   END-IF
                   IF CU-DOB NOT = SPACES
                       MOVE "01011970" TO CU-DOB
                   END-IF
               WHEN REC-IS-CONSENT
                   PERFORM 1400-MASK-CONSENT
           END-EVALUATE
           WRITE MKC-RECORD FROM CUSTOMERDATA
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILS
                   DISPLAY "Masked master write failed for "
                       IDNUM " " REC-TYPE REC-SEQ
           END-WRITE.

      *> The year of birth is kept so age-based rules behave as they
      *> do in production; month and day are moved.
       1100-MASK-HEADER.
           IF WS-NAME-COUNT > ZERO
               COMPUTE WS-PICK =
                   FUNCTION MOD(IDNUM * 7919, WS-NAME-COUNT) + 1
               MOVE WS-N-FIRSTNAME(WS-PICK) TO FIRSTNAME
               COMPUTE WS-PICK =
                   FUNCTION MOD(IDNUM * 104729 + 17, WS-NAME-COUNT)
                   + 1
               MOVE WS-N-LASTNAME(WS-PICK) TO LASTNAME
           ELSE
               MOVE "TEST" TO FIRSTNAME
               MOVE SPACES TO LASTNAME
               STRING "CUSTOMER" DELIMITED BY SIZE
                   IDNUM DELIMITED BY SIZE
                   INTO LASTNAME
           END-IF
           IF CUST-SSN NOT = ZERO
               MOVE CUST-SSN TO WS-MASK-SSN
               PERFORM 7000-MASK-SSN
               MOVE WS-MASK-SSN TO CUST-SSN
           END-IF
           IF DOB-MM NOT = ZERO
               COMPUTE DOB-MM = FUNCTION MOD(IDNUM, 12) + 1
               COMPUTE DOB-DD = FUNCTION MOD(IDNUM, 28) + 1
           END-IF.

      *> City, state and ZIP stay - tax and region rules need them.
       1200-MASK-ADDRESS.
           IF CA-STREET = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOUSE-NUMBER =
               FUNCTION MOD(CA-IDNUM * 37 + CA-SEQ, 9000) + 100
           COMPUTE WS-PICK = FUNCTION MOD(CA-IDNUM + CA-SEQ, 8) + 1
           MOVE SPACES TO CA-STREET
           STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREET-NAME(WS-PICK) DELIMITED BY SIZE
               INTO CA-STREET.

       1300-MASK-PHONE.
           IF CP-PHONE NOT = SPACES
               COMPUTE WS-PHONE-DIGITS =
                   FUNCTION MOD(CP-IDNUM * 7 + CP-SEQ, 10000)
               MOVE SPACES TO CP-PHONE
               STRING "555-" DELIMITED BY SIZE
                   WS-PHONE-DIGITS DELIMITED BY SIZE
                   INTO CP-PHONE
           END-IF
           IF CP-EMAIL NOT = SPACES
               MOVE SPACES TO CP-EMAIL
               STRING "customer" DELIMITED BY SIZE
                   CP-IDNUM DELIMITED BY SIZE
                   "@example.com" DELIMITED BY SIZE
                   INTO CP-EMAIL
           END-IF.

      *> The addresses on the consent record are masked the same way
      *> as the phone record's, so consent still matches the email on
      *> file in the test set.
       1400-MASK-CONSENT.
           IF CV-CONSENT-EMAIL NOT = SPACES
               MOVE SPACES TO CV-CONSENT-EMAIL
               STRING "customer" DELIMITED BY SIZE
                   CV-IDNUM DELIMITED BY SIZE
                   "@example.com" DELIMITED BY SIZE
                   INTO CV-CONSENT-EMAIL
           END-IF
           IF CV-PENDING-EMAIL NOT = SPACES
               MOVE SPACES TO CV-PENDING-EMAIL
               STRING "customer" DELIMITED BY SIZE
                   CV-IDNUM DELIMITED BY SIZE
                   "@example.com" DELIMITED BY SIZE
                   INTO CV-PENDING-EMAIL
           END-IF.

      *> The satellites hold no personal data and are copied as
      *> they stand. A satellite not yet on file gives an empty
      *> masked file so the test set is complete.
       2000-COPY-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-SOURCE-SWITCH
           OPEN INPUT HISTORYFILE
           IF WS-HF-STATUS NOT = "00"
               MOVE 'N' TO WS-SOURCE-SWITCH
               SET WSEOF TO TRUE
           END-IF
           OPEN OUTPUT MASKHISTORY
           IF WS-MH-STATUS NOT = "00"
               MOVE "MASKHISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-MH-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2010-COPY-ONE-MOVEMENT UNTIL WSEOF
           IF WS-SOURCE-PRESENT
               CLOSE HISTORYFILE
           END-IF
           CLOSE MASKHISTORY.

       2010-COPY-ONE-MOVEMENT.
           READ HISTORYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-IN-COUNT(2)
                   ADD HIST-AMOUNT TO WS-FT-IN-TOTAL(2)
                   WRITE MKH-RECORD FROM HISTORYRECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
           END-READ.

       2100-COPY-INVOICES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-SOURCE-SWITCH
           OPEN INPUT INVOICEFILE
           IF WS-IH-STATUS NOT = "00"
               MOVE 'N' TO WS-SOURCE-SWITCH
               SET WSEOF TO TRUE
           END-IF
           OPEN OUTPUT MASKINVOICE
           IF WS-MI-STATUS NOT = "00"
               MOVE "MASKINVOICE" TO WS-ABEND-FILE-NAME
               MOVE WS-MI-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2110-COPY-ONE-INVOICE UNTIL WSEOF
           IF WS-SOURCE-PRESENT
               CLOSE INVOICEFILE
           END-IF
           CLOSE MASKINVOICE.

       2110-COPY-ONE-INVOICE.
           READ INVOICEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-IN-COUNT(3)
                   ADD INV-TOTAL TO WS-FT-IN-TOTAL(3)
                   WRITE MKI-RECORD FROM INVOICEHEADER
                       INVALID KEY ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
           END-READ.

       2200-COPY-INVOICE-LINES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-SOURCE-SWITCH
           OPEN INPUT INVOICELINES
           IF WS-IL-STATUS NOT = "00"
               MOVE 'N' TO WS-SOURCE-SWITCH
               SET WSEOF TO TRUE
           END-IF
           OPEN OUTPUT MASKLINES
           IF WS-ML-STATUS NOT = "00"
               MOVE "MASKLINES" TO WS-ABEND-FILE-NAME
               MOVE WS-ML-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2210-COPY-ONE-LINE UNTIL WSEOF
           IF WS-SOURCE-PRESENT
               CLOSE INVOICELINES
           END-IF
           CLOSE MASKLINES.

       2210-COPY-ONE-LINE.
           READ INVOICELINES NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-IN-COUNT(4)
                   ADD INL-AMOUNT TO WS-FT-IN-TOTAL(4)
                   WRITE MKL-RECORD FROM INVOICELINE
                       INVALID KEY ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
           END-READ.

       2300-COPY-REGISTRY.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-SOURCE-SWITCH
           OPEN INPUT REGISTRYFILE
           IF WS-RG-STATUS NOT = "00"
               MOVE 'N' TO WS-SOURCE-SWITCH
               SET WSEOF TO TRUE
           END-IF
           OPEN OUTPUT MASKREGISTRY
           IF WS-MR-STATUS NOT = "00"
               MOVE "MASKREGISTRY" TO WS-ABEND-FILE-NAME
               MOVE WS-MR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2310-COPY-ONE-PAYMENT UNTIL WSEOF
           IF WS-SOURCE-PRESENT
               CLOSE REGISTRYFILE
           END-IF
           CLOSE MASKREGISTRY.

       2310-COPY-ONE-PAYMENT.
           READ REGISTRYFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-IN-COUNT(5)
                   ADD PRG-AMOUNT TO WS-FT-IN-TOTAL(5)
                   WRITE MKR-RECORD FROM REGISTRYRECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
           END-READ.

       2400-COPY-DISPUTES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-SOURCE-SWITCH
           OPEN INPUT DISPUTEFILE
           IF WS-DS-STATUS NOT = "00"
               MOVE 'N' TO WS-SOURCE-SWITCH
               SET WSEOF TO TRUE
           END-IF
           OPEN OUTPUT MASKDISPUTE
           IF WS-MD-STATUS NOT = "00"
               MOVE "MASKDISPUTE" TO WS-ABEND-FILE-NAME
               MOVE WS-MD-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2410-COPY-ONE-DISPUTE UNTIL WSEOF
           IF WS-SOURCE-PRESENT
               CLOSE DISPUTEFILE
           END-IF
           CLOSE MASKDISPUTE.

       2410-COPY-ONE-DISPUTE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-IN-COUNT(6)
                   ADD DSP-AMOUNT TO WS-FT-IN-TOTAL(6)
                   WRITE MKD-RECORD FROM DISPUTERECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
           END-READ.

      *> The cross-reference takes the same SSN mask as the master,
      *> so each entry still points at its customer's masked SSN.
       3000-COPY-SSN-XREF.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-SOURCE-SWITCH
           OPEN INPUT XREFFILE
           IF WS-XR-STATUS NOT = "00"
               MOVE 'N' TO WS-SOURCE-SWITCH
               SET WSEOF TO TRUE
           END-IF
           OPEN OUTPUT MASKXREF
           IF WS-MX-STATUS NOT = "00"
               MOVE "MASKXREF" TO WS-ABEND-FILE-NAME
               MOVE WS-MX-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 3010-COPY-ONE-XREF UNTIL WSEOF
           IF WS-SOURCE-PRESENT
               CLOSE XREFFILE
           END-IF
           CLOSE MASKXREF.

       3010-COPY-ONE-XREF.
           READ XREFFILE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-IN-COUNT(7)
                   MOVE XRF-SSN TO WS-MASK-SSN
                   PERFORM 7000-MASK-SSN
                   MOVE WS-MASK-SSN TO MKX-SSN
                   MOVE XRF-IDNUM TO MKX-IDNUM
                   WRITE MKX-RECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
           END-READ.

      *> Proof pass over the masked set alone: every file must hold
      *> the same count and amount total as its source, and every
      *> reference must resolve inside the masked set - satellites
      *> to a master header, invoice lines to an invoice, and each
      *> cross-reference entry to a live header carrying that
      *> masked SSN.
       5000-PROVE-MASKED-SET.
           OPEN OUTPUT MASKRPT
           IF WS-MP-STATUS NOT = "00"
               MOVE "MASKRPT" TO WS-ABEND-FILE-NAME
               MOVE WS-MP-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           MOVE WS-TARGET-DIR TO PRNTARGET
           WRITE PRINTLINE FROM PAGEHEADING
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           OPEN INPUT MASKCUST
           IF WS-MC-STATUS NOT = "00"
               MOVE "MASKCUST" TO WS-ABEND-FILE-NAME
               MOVE WS-MC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 5100-PROVE-CUSTOMERS
           PERFORM 5200-PROVE-HISTORY
           PERFORM 5300-PROVE-INVOICES
           PERFORM 5400-PROVE-INVOICE-LINES
           PERFORM 5500-PROVE-REGISTRY
           PERFORM 5600-PROVE-DISPUTES
           PERFORM 5700-PROVE-SSN-XREF
           CLOSE MASKCUST
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM FILEHEADS
           PERFORM 5900-PRINT-ONE-FILE
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 7
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           IF WS-WRITE-FAILS > ZERO
               MOVE WS-WRITE-FAILS TO PRNWRITEFAILS
               WRITE PRINTLINE FROM FAILLINE
           END-IF
           IF WS-PROBLEM-FILES = ZERO
               MOVE "Masked set is internally consistent"
                   TO PRINTLINE
           ELSE
               MOVE "MASKED SET FAILED THE PROOF - do not release it"
                   TO PRINTLINE
           END-IF
           WRITE PRINTLINE
           CLOSE MASKRPT.

       5100-PROVE-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 5110-PROVE-ONE-CUSTOMER UNTIL WSEOF.

       5110-PROVE-ONE-CUSTOMER.
           READ MASKCUST NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-OUT-COUNT(1)
                   IF MKC-REC-TYPE = 'H'
                       ADD MKC-BALANCE TO WS-FT-OUT-TOTAL(1)
                   END-IF
           END-READ.

       5200-PROVE-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MASKHISTORY
           IF WS-MH-STATUS NOT = "00"
               SET WSEOF TO TRUE
           END-IF
           PERFORM 5210-PROVE-ONE-MOVEMENT UNTIL WSEOF
           IF WS-MH-STATUS = "00" OR WS-MH-STATUS = "10"
               CLOSE MASKHISTORY
           END-IF.

       5210-PROVE-ONE-MOVEMENT.
           READ MASKHISTORY NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-OUT-COUNT(2)
                   ADD MKH-AMOUNT TO WS-FT-OUT-TOTAL(2)
                   MOVE MKH-IDNUM TO WS-CHECK-IDNUM
                   PERFORM 8000-CHECK-CUSTOMER-REF
                   IF WS-REF-ORPHAN
                       ADD 1 TO WS-FT-ORPHANS(2)
                       MOVE SPACES TO DETAILLINE
                       STRING "  HISTORY ORPHAN " DELIMITED BY SIZE
                           WS-CHECK-IDNUM DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           MKH-DATE DELIMITED BY SIZE
                           INTO DETAILLINE
                       WRITE PRINTLINE FROM DETAILLINE
                   END-IF
           END-READ.

       5300-PROVE-INVOICES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MASKINVOICE
           IF WS-MI-STATUS NOT = "00"
               SET WSEOF TO TRUE
           END-IF
           PERFORM 5310-PROVE-ONE-INVOICE UNTIL WSEOF
           IF WS-MI-STATUS = "00" OR WS-MI-STATUS = "10"
               CLOSE MASKINVOICE
           END-IF.

       5310-PROVE-ONE-INVOICE.
           READ MASKINVOICE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-OUT-COUNT(3)
                   ADD MKI-TOTAL TO WS-FT-OUT-TOTAL(3)
                   MOVE MKI-IDNUM TO WS-CHECK-IDNUM
                   PERFORM 8000-CHECK-CUSTOMER-REF
                   IF WS-REF-ORPHAN
                       ADD 1 TO WS-FT-ORPHANS(3)
                       MOVE SPACES TO DETAILLINE
                       STRING "  INVOICE ORPHAN " DELIMITED BY SIZE
                           MKI-NUMBER DELIMITED BY SIZE
                           " CUSTOMER " DELIMITED BY SIZE
                           WS-CHECK-IDNUM DELIMITED BY SIZE
                           INTO DETAILLINE
                       WRITE PRINTLINE FROM DETAILLINE
                   END-IF
           END-READ.

       5400-PROVE-INVOICE-LINES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MASKLINES
           IF WS-ML-STATUS NOT = "00"
               SET WSEOF TO TRUE
           ELSE
               OPEN INPUT MASKINVOICE
               IF WS-MI-STATUS NOT = "00"
                   SET WSEOF TO TRUE
               END-IF
           END-IF
           PERFORM 5410-PROVE-ONE-LINE UNTIL WSEOF
           IF WS-ML-STATUS = "00" OR WS-ML-STATUS = "10"
               CLOSE MASKLINES
           END-IF
           IF WS-MI-STATUS = "00" OR WS-MI-STATUS = "10"
               CLOSE MASKINVOICE
           END-IF.

       5410-PROVE-ONE-LINE.
           READ MASKLINES NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF
               ADD 1 TO WS-FT-OUT-COUNT(4)
               ADD MKL-AMOUNT TO WS-FT-OUT-TOTAL(4)
               MOVE MKL-NUMBER TO MKI-NUMBER
               READ MASKINVOICE
                   INVALID KEY
                       SET WS-REF-ORPHAN TO TRUE
                   NOT INVALID KEY
                       SET WS-REF-GOOD TO TRUE
               END-READ
               IF WS-REF-ORPHAN
                   ADD 1 TO WS-FT-ORPHANS(4)
                   MOVE SPACES TO DETAILLINE
                   STRING "  LINE ORPHAN " DELIMITED BY SIZE
                       MKL-NUMBER DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MKL-LINE-NO DELIMITED BY SIZE
                       INTO DETAILLINE
                   WRITE PRINTLINE FROM DETAILLINE
               END-IF
           END-IF.

       5500-PROVE-REGISTRY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MASKREGISTRY
           IF WS-MR-STATUS NOT = "00"
               SET WSEOF TO TRUE
           END-IF
           PERFORM 5510-PROVE-ONE-PAYMENT UNTIL WSEOF
           IF WS-MR-STATUS = "00" OR WS-MR-STATUS = "10"
               CLOSE MASKREGISTRY
           END-IF.

       5510-PROVE-ONE-PAYMENT.
           READ MASKREGISTRY NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-OUT-COUNT(5)
                   ADD MKR-AMOUNT TO WS-FT-OUT-TOTAL(5)
                   MOVE MKR-IDNUM TO WS-CHECK-IDNUM
                   PERFORM 8000-CHECK-CUSTOMER-REF
                   IF WS-REF-ORPHAN
                       ADD 1 TO WS-FT-ORPHANS(5)
                       MOVE SPACES TO DETAILLINE
                       STRING "  PAYMENT ORPHAN " DELIMITED BY SIZE
                           MKR-REFERENCE DELIMITED BY SIZE
                           " CUSTOMER " DELIMITED BY SIZE
                           WS-CHECK-IDNUM DELIMITED BY SIZE
                           INTO DETAILLINE
                       WRITE PRINTLINE FROM DETAILLINE
                   END-IF
           END-READ.

       5600-PROVE-DISPUTES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MASKDISPUTE
           IF WS-MD-STATUS NOT = "00"
               SET WSEOF TO TRUE
           END-IF
           PERFORM 5610-PROVE-ONE-DISPUTE UNTIL WSEOF
           IF WS-MD-STATUS = "00" OR WS-MD-STATUS = "10"
               CLOSE MASKDISPUTE
           END-IF.

       5610-PROVE-ONE-DISPUTE.
           READ MASKDISPUTE NEXT RECORD
               AT END SET WSEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-OUT-COUNT(6)
                   ADD MKD-AMOUNT TO WS-FT-OUT-TOTAL(6)
                   MOVE MKD-IDNUM TO WS-CHECK-IDNUM
                   PERFORM 8000-CHECK-CUSTOMER-REF
                   IF WS-REF-ORPHAN
                       ADD 1 TO WS-FT-ORPHANS(6)
                       MOVE SPACES TO DETAILLINE
                       STRING "  DISPUTE ORPHAN " DELIMITED BY SIZE
                           WS-CHECK-IDNUM DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           MKD-SEQ DELIMITED BY SIZE
                           INTO DETAILLINE
                       WRITE PRINTLINE FROM DETAILLINE
                   END-IF
           END-READ.

       5700-PROVE-SSN-XREF.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MASKXREF
           IF WS-MX-STATUS NOT = "00"
               SET WSEOF TO TRUE
           END-IF
           PERFORM 5710-PROVE-ONE-XREF UNTIL WSEOF
           IF WS-MX-STATUS = "00" OR WS-MX-STATUS = "10"
               CLOSE MASKXREF
           END-IF.

       5710-PROVE-ONE-XREF.
           READ MASKXREF NEXT RECORD
               AT END SET WSEOF TO TRUE
           END-READ
           IF WSEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FT-OUT-COUNT(7)
           MOVE MKX-IDNUM TO WS-CHECK-IDNUM
           PERFORM 8000-CHECK-CUSTOMER-REF
           IF WS-REF-GOOD AND MKC-SSN NOT = MKX-SSN
               SET WS-REF-ORPHAN TO TRUE
           END-IF
           IF NOT WS-REF-GOOD
               ADD 1 TO WS-FT-ORPHANS(7)
               MOVE SPACES TO DETAILLINE
               STRING "  XREF " DELIMITED BY SIZE
                   WS-REF-STATE DELIMITED BY SIZE
                   " SSN *****" DELIMITED BY SIZE
                   MKX-SSN(6:4) DELIMITED BY SIZE
                   " CUSTOMER " DELIMITED BY SIZE
                   WS-CHECK-IDNUM DELIMITED BY SIZE
                   INTO DETAILLINE
               WRITE PRINTLINE FROM DETAILLINE
           END-IF.

       5900-PRINT-ONE-FILE.
           MOVE WS-FT-NAME(WS-FX) TO PRNFILE
           MOVE WS-FT-IN-COUNT(WS-FX) TO PRNINCOUNT
           MOVE WS-FT-OUT-COUNT(WS-FX) TO PRNOUTCOUNT
           MOVE WS-FT-IN-TOTAL(WS-FX) TO PRNINTOTAL
           MOVE WS-FT-OUT-TOTAL(WS-FX) TO PRNOUTTOTAL
           MOVE WS-FT-ORPHANS(WS-FX) TO PRNORPHANS
           IF WS-FT-IN-COUNT(WS-FX) = WS-FT-OUT-COUNT(WS-FX)
               AND WS-FT-IN-TOTAL(WS-FX) = WS-FT-OUT-TOTAL(WS-FX)
               AND WS-FT-ORPHANS(WS-FX) = ZERO
               MOVE "OK" TO PRNRESULT
           ELSE
               MOVE "FAILED" TO PRNRESULT
               ADD 1 TO WS-PROBLEM-FILES
           END-IF
           WRITE PRINTLINE FROM FILELINE.

      *> Keyed permutation of all nine digits - unlike SsnGuard the
      *> last four are mixed in as well, since in the test set no
      *> digit of the real number may survive. Odd rounds move the
      *> first four digits by a function of the last five, even
      *> rounds the last five by a function of the first four.
       7000-MASK-SSN.
           PERFORM 7010-MASK-ONE-ROUND
               VARYING WS-ROUND FROM 1 BY 1
               UNTIL WS-ROUND > WS-ROUNDS.

       7010-MASK-ONE-ROUND.
           IF FUNCTION MOD(WS-ROUND, 2) = 1
               MOVE WS-MS-RIGHT TO WS-F-INPUT
               PERFORM 7100-ROUND-FUNCTION
               COMPUTE WS-MS-LEFT =
                   FUNCTION MOD(WS-MS-LEFT + WS-F-WORK, 10000)
           ELSE
               MOVE WS-MS-LEFT TO WS-F-INPUT
               PERFORM 7100-ROUND-FUNCTION
               COMPUTE WS-MS-RIGHT =
                   FUNCTION MOD(WS-MS-RIGHT + WS-F-WORK, 100000)
           END-IF.

       7100-ROUND-FUNCTION.
           COMPUTE WS-KEY-IDX = FUNCTION MOD(WS-ROUND + 2, 4) + 1
           COMPUTE WS-KEY-NEXT = FUNCTION MOD(WS-ROUND + 1, 4) + 1
           COMPUTE WS-F-WORK = FUNCTION MOD((WS-F-INPUT + 1)
               * (WS-KEY-PART(WS-KEY-IDX) + WS-ROUND * 131)
               + WS-KEY-PART(WS-KEY-NEXT), WS-F-PRIME)
           COMPUTE WS-F-WORK = FUNCTION MOD(WS-F-WORK * WS-F-WORK
               + WS-KEY-PART(WS-KEY-NEXT) + 104729, WS-F-PRIME).

       8000-CHECK-CUSTOMER-REF.
           SET WS-REF-ORPHAN TO TRUE
           MOVE WS-CHECK-IDNUM TO MKC-IDNUM
           MOVE 'H' TO MKC-REC-TYPE
           MOVE ZERO TO MKC-SEQ
           READ MASKCUST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MKC-MERGED-TO > ZERO
                       SET WS-REF-MERGED TO TRUE
                   ELSE
                       SET WS-REF-GOOD TO TRUE
                   END-IF
           END-READ.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
