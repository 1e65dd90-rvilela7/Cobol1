            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SsnGuard.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSNKEYFILE ASSIGN TO "files/SsnKey.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-STATUS.
           SELECT SSNACCESSLOG ASSIGN TO "files/SsnAccess.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SSNKEYFILE.
       COPY "SsnKey.cpy".

       FD SSNACCESSLOG.
       COPY "SsnAccess.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEY-SWITCH PIC X VALUE 'N'.
           88 WS-KEY-LOADED VALUE 'Y'.
       01 WS-KEY-TABLE.
           02 WS-KEY-PART PIC 9(9) OCCURS 4 TIMES.

       01 WS-ROUNDS PIC 99 VALUE 8.
       01 WS-ROUND PIC 99 COMP-3.
       01 WS-KEY-IDX PIC 9 COMP-3.
       01 WS-KEY-NEXT PIC 9 COMP-3.
       01 WS-F-INPUT PIC 9(3) COMP-3.
       01 WS-F-WORK PIC 9(18) COMP-3.
       01 WS-F-PRIME PIC 9(9) VALUE 999999937.

       01 WS-CIPHER-SSN.
           02 WS-C-AREA PIC 9(3).
           02 WS-C-GROUP PIC 99.
           02 WS-C-SERIAL PIC 9(4).

      *> Programs whose output has to carry the full number - the
      *> bureau file, the CTR filing, the 1099-INT extract, the
      *> onboarding identity check, the skip-trace file and the
      *> cancellation-of-debt filing.
       01 WS-REVEAL-LIST.
           02 FILLER PIC X(20) VALUE "BureauExtract".
           02 FILLER PIC X(20) VALUE "OnboardVerify".
           02 FILLER PIC X(20) VALUE "CurrencyReport".
           02 FILLER PIC X(20) VALUE "AnnualInterest".
           02 FILLER PIC X(20) VALUE "SkipTraceExtract".
           02 FILLER PIC X(20) VALUE "DebtCancelForms".
       01 WS-REVEAL-TABLE REDEFINES WS-REVEAL-LIST.
           02 WS-REVEAL-PROGRAM PIC X(20) OCCURS 6 TIMES.
       01 WS-REVEAL-COUNT PIC 9 VALUE 6.
       01 WS-REVEAL-IDX PIC 9 COMP-3.
       01 WS-REVEAL-HIT PIC X.
           88 WS-REVEAL-ALLOWED VALUE 'Y'.

       01 WS-REQUIRED-ROLE PIC X VALUE 'A'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.
       01 WS-PROMPT-TEXT PIC X(60).
       01 WS-PROMPT-REPLY PIC X(60).

       01 WS-SK-STATUS PIC XX.
       01 WS-SL-STATUS PIC XX.

       LINKAGE SECTION.
           01 LK-ACTION PIC X.
               88 LK-PROTECT VALUE 'P'.
               88 LK-REVEAL VALUE 'R'.
               88 LK-VIEW VALUE 'V'.
           01 LK-PROGRAM PIC X(20).
           01 LK-IDNUM PIC 9(7).
           01 LK-SSN-IN PIC 9(9).
           01 LK-SSN-OUT PIC 9(9).
           01 LK-RESULT PIC X.
               88 LK-SSN-DONE VALUE 'Y'.
               88 LK-SSN-REFUSED VALUE 'N'.
               88 LK-SSN-NO-KEY VALUE 'K'.

      *> SSNs are held on file protected: the area and group digits
      *> are enciphered under the installation key in files/SsnKey.dat
      *> and only the last four stay readable. The same number always
      *> protects to the same value, so duplicate checks and the SSN
      *> cross-reference work without revealing anything.
      *> 'P' protects a number as keyed, 'R' reveals it for a program
      *> on the approved list, and 'V' reveals it on screen only to an
      *> admin operator who gives a reason - every view is logged to
      *> files/SsnAccess.log for the privacy officer.
       PROCEDURE DIVISION USING LK-ACTION, LK-PROGRAM, LK-IDNUM,
               LK-SSN-IN, LK-SSN-OUT, LK-RESULT.
       0000-MAIN-PARA.
           SET LK-SSN-REFUSED TO TRUE
           MOVE ZERO TO LK-SSN-OUT
           IF LK-SSN-IN = ZERO
               SET LK-SSN-DONE TO TRUE
               EXIT PROGRAM
           END-IF
           IF NOT WS-KEY-LOADED
               PERFORM 0100-LOAD-KEY
           END-IF
           IF NOT WS-KEY-LOADED
               SET LK-SSN-NO-KEY TO TRUE
               EXIT PROGRAM
           END-IF
           EVALUATE TRUE
               WHEN LK-PROTECT
                   PERFORM 1000-PROTECT
               WHEN LK-REVEAL
                   PERFORM 2000-REVEAL-FOR-PROGRAM
               WHEN LK-VIEW
                   PERFORM 3000-VIEW-ON-SCREEN
           END-EVALUATE
           EXIT PROGRAM.

       0100-LOAD-KEY.
           OPEN INPUT SSNKEYFILE
           IF WS-SK-STATUS NOT = "00"
               DISPLAY "SSN key file status " WS-SK-STATUS
                   " - run SsnProtect to set up SSN protection"
               EXIT PARAGRAPH
           END-IF
           READ SSNKEYFILE
               AT END
                   DISPLAY "SSN key file is empty - run SsnProtect"
               NOT AT END
                   MOVE SKY-KEY-PARTS TO WS-KEY-TABLE
                   MOVE 'Y' TO WS-KEY-SWITCH
           END-READ
           CLOSE SSNKEYFILE.

       1000-PROTECT.
           MOVE LK-SSN-IN TO WS-CIPHER-SSN
           PERFORM 1010-PROTECT-ONE-ROUND
               VARYING WS-ROUND FROM 1 BY 1
               UNTIL WS-ROUND > WS-ROUNDS
           MOVE WS-CIPHER-SSN TO LK-SSN-OUT
           SET LK-SSN-DONE TO TRUE.

      *> Odd rounds move the area digits on by a keyed function of
      *> the group, even rounds the group by a function of the area.
       1010-PROTECT-ONE-ROUND.
           IF FUNCTION MOD(WS-ROUND, 2) = 1
               MOVE WS-C-GROUP TO WS-F-INPUT
               PERFORM 4000-ROUND-FUNCTION
               COMPUTE WS-C-AREA =
                   FUNCTION MOD(WS-C-AREA + WS-F-WORK, 1000)
           ELSE
               MOVE WS-C-AREA TO WS-F-INPUT
               PERFORM 4000-ROUND-FUNCTION
               COMPUTE WS-C-GROUP =
                   FUNCTION MOD(WS-C-GROUP + WS-F-WORK, 100)
           END-IF.

       2000-REVEAL-FOR-PROGRAM.
           MOVE 'N' TO WS-REVEAL-HIT
           PERFORM 2010-MATCH-REVEAL-PROGRAM
               VARYING WS-REVEAL-IDX FROM 1 BY 1
               UNTIL WS-REVEAL-IDX > WS-REVEAL-COUNT
                   OR WS-REVEAL-ALLOWED
           IF NOT WS-REVEAL-ALLOWED
               DISPLAY "Program " FUNCTION TRIM(LK-PROGRAM)
                   " may not reveal SSNs"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-REVEAL.

       2010-MATCH-REVEAL-PROGRAM.
           IF WS-REVEAL-PROGRAM(WS-REVEAL-IDX) = LK-PROGRAM
               MOVE 'Y' TO WS-REVEAL-HIT
           END-IF.

       2100-REVEAL.
           MOVE LK-SSN-IN TO WS-CIPHER-SSN
           PERFORM 2110-REVEAL-ONE-ROUND
               VARYING WS-ROUND FROM WS-ROUNDS BY -1
               UNTIL WS-ROUND < 1
           MOVE WS-CIPHER-SSN TO LK-SSN-OUT
           SET LK-SSN-DONE TO TRUE.

       2110-REVEAL-ONE-ROUND.
           IF FUNCTION MOD(WS-ROUND, 2) = 1
               MOVE WS-C-GROUP TO WS-F-INPUT
               PERFORM 4000-ROUND-FUNCTION
               COMPUTE WS-C-AREA =
                   FUNCTION MOD(WS-C-AREA - WS-F-WORK, 1000)
           ELSE
               MOVE WS-C-AREA TO WS-F-INPUT
               PERFORM 4000-ROUND-FUNCTION
               COMPUTE WS-C-GROUP =
                   FUNCTION MOD(WS-C-GROUP - WS-F-WORK, 100)
           END-IF.

      *> A full SSN on screen needs an admin sign-on and a reason;
      *> nothing is shown unless the access log entry was written.
       3000-VIEW-ON-SCREEN.
           DISPLAY "Full SSN view - admin sign-on required"
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Full SSN view refused"
               EXIT PARAGRAPH
           END-IF
           MOVE "Reason for viewing the full SSN" TO WS-PROMPT-TEXT
           CALL 'PromptRead' USING WS-PROMPT-TEXT, WS-PROMPT-REPLY
           IF WS-PROMPT-REPLY = SPACES OR WS-PROMPT-REPLY = "*EOF"
               DISPLAY "A reason is required - full SSN view refused"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SSNACCESSLOG
           IF WS-SL-STATUS = "35"
               OPEN OUTPUT SSNACCESSLOG
           END-IF
           IF WS-SL-STATUS NOT = "00"
               DISPLAY "SSN access log status " WS-SL-STATUS
                   " - full SSN view refused"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO SAL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SAL-OPERATOR
           MOVE LK-IDNUM TO SAL-IDNUM
           MOVE LK-PROGRAM TO SAL-PROGRAM
           MOVE WS-PROMPT-REPLY TO SAL-REASON
           WRITE SSNACCESSRECORD
           CLOSE SSNACCESSLOG
           PERFORM 2100-REVEAL.

      *> Keyed round function: the four key parts are used in turn
      *> and the readable last four are mixed in, so equal area and
      *> group digits protect differently on different numbers.
       4000-ROUND-FUNCTION.
           COMPUTE WS-KEY-IDX = FUNCTION MOD(WS-ROUND, 4) + 1
           COMPUTE WS-KEY-NEXT = FUNCTION MOD(WS-ROUND + 1, 4) + 1
           COMPUTE WS-F-WORK = FUNCTION MOD((WS-F-INPUT + 1)
               * (WS-KEY-PART(WS-KEY-IDX) + WS-ROUND * 7)
               + WS-C-SERIAL * 7919 + WS-KEY-PART(WS-KEY-NEXT),
               WS-F-PRIME)
           COMPUTE WS-F-WORK = FUNCTION MOD(WS-F-WORK * WS-F-WORK
               + WS-KEY-PART(WS-KEY-IDX), WS-F-PRIME).
