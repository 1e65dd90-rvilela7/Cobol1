            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimitationMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATELIMITFILE ASSIGN TO "files/StateLimitations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT STATELIMITWORK ASSIGN TO "files/StateLimitations.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.
           SELECT CUSTOMERFILE ASSIGN TO "files/Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT LIMITFILE ASSIGN TO "files/Limitations.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LM-STATUS.
           SELECT COMPLIANCELOG ASSIGN TO "files/Compliance.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATELIMITFILE.
       COPY "StateLimitation.cpy".

       FD STATELIMITWORK.
       01 WORKRECORD PIC X(24).

       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD LIMITFILE.
       COPY "LimitationStatus.cpy".

       FD COMPLIANCELOG.
       01 COMPLIANCELINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.

       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LIST VALUE 'L'.
           88 WS-ADD VALUE 'A'.
           88 WS-DELETE VALUE 'D'.
           88 WS-ACKNOWLEDGE VALUE 'R'.
           88 WS-SHOW VALUE 'S'.
           88 WS-QUIT VALUE 'Q'.

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-ENTRY-STATE PIC XX.
       01 WS-ENTRY-YEARS PIC 99.
       01 WS-ENTRY-NAME PIC X(20).
       01 WS-DELETE-COUNT PIC 9(3) COMP-3.

       01 WS-ACK-IDNUM PIC 9(7).
       01 WS-ACK-DATE PIC 9(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CUSTOMER-SWITCH PIC X.
           88 WS-CUSTOMER-FOUND VALUE 'Y'.
       01 WS-LIMIT-SWITCH PIC X.
           88 WS-LIMIT-ON-FILE VALUE 'Y'.
       01 WS-EXPIRY-DATE PIC 9(8).
       01 WS-EXPIRY-SPLIT REDEFINES WS-EXPIRY-DATE.
           02 WS-EX-YYYY PIC 9(4).
           02 WS-EX-MMDD PIC 9(4).

       01 WS-LIMIT-PATH PIC X(30) VALUE "files/StateLimitations.dat".
       01 WS-WORK-PATH PIC X(30) VALUE "files/StateLimitations.tmp".
       01 WS-RENAME-RC PIC S9(9) COMP-5.

      *> Years a creditor may sue on an unwritten (open account)
      *> debt, by state. The ** row covers an address in no listed
      *> state; legal review keeps the table current.
       01 WS-SEED-IDX PIC 9(3) COMP-3.
       01 WS-SEED-TABLE.
           02 FILLER PIC X(24) VALUE "AL03ALABAMA".
           02 FILLER PIC X(24) VALUE "AK03ALASKA".
           02 FILLER PIC X(24) VALUE "AZ03ARIZONA".
           02 FILLER PIC X(24) VALUE "AR03ARKANSAS".
           02 FILLER PIC X(24) VALUE "CA04CALIFORNIA".
           02 FILLER PIC X(24) VALUE "CO06COLORADO".
           02 FILLER PIC X(24) VALUE "CT06CONNECTICUT".
           02 FILLER PIC X(24) VALUE "DE03DELAWARE".
           02 FILLER PIC X(24) VALUE "DC03WASHINGTON DC".
           02 FILLER PIC X(24) VALUE "FL04FLORIDA".
           02 FILLER PIC X(24) VALUE "GA04GEORGIA".
           02 FILLER PIC X(24) VALUE "HI06HAWAII".
           02 FILLER PIC X(24) VALUE "ID04IDAHO".
           02 FILLER PIC X(24) VALUE "IL05ILLINOIS".
           02 FILLER PIC X(24) VALUE "IN06INDIANA".
           02 FILLER PIC X(24) VALUE "IA05IOWA".
           02 FILLER PIC X(24) VALUE "KS03KANSAS".
           02 FILLER PIC X(24) VALUE "KY05KENTUCKY".
           02 FILLER PIC X(24) VALUE "LA03LOUISIANA".
           02 FILLER PIC X(24) VALUE "ME06MAINE".
           02 FILLER PIC X(24) VALUE "MD03MARYLAND".
           02 FILLER PIC X(24) VALUE "MA06MASSACHUSETTS".
           02 FILLER PIC X(24) VALUE "MI06MICHIGAN".
           02 FILLER PIC X(24) VALUE "MN06MINNESOTA".
           02 FILLER PIC X(24) VALUE "MS03MISSISSIPPI".
           02 FILLER PIC X(24) VALUE "MO05MISSOURI".
           02 FILLER PIC X(24) VALUE "MT05MONTANA".
           02 FILLER PIC X(24) VALUE "NE04NEBRASKA".
           02 FILLER PIC X(24) VALUE "NV04NEVADA".
           02 FILLER PIC X(24) VALUE "NH03NEW HAMPSHIRE".
           02 FILLER PIC X(24) VALUE "NJ06NEW JERSEY".
           02 FILLER PIC X(24) VALUE "NM04NEW MEXICO".
           02 FILLER PIC X(24) VALUE "NY03NEW YORK".
           02 FILLER PIC X(24) VALUE "NC03NORTH CAROLINA".
           02 FILLER PIC X(24) VALUE "ND06NORTH DAKOTA".
           02 FILLER PIC X(24) VALUE "OH06OHIO".
           02 FILLER PIC X(24) VALUE "OK03OKLAHOMA".
           02 FILLER PIC X(24) VALUE "OR06OREGON".
           02 FILLER PIC X(24) VALUE "PA04PENNSYLVANIA".
           02 FILLER PIC X(24) VALUE "RI10RHODE ISLAND".
           02 FILLER PIC X(24) VALUE "SC03SOUTH CAROLINA".
           02 FILLER PIC X(24) VALUE "SD06SOUTH DAKOTA".
           02 FILLER PIC X(24) VALUE "TN06TENNESSEE".
           02 FILLER PIC X(24) VALUE "TX04TEXAS".
           02 FILLER PIC X(24) VALUE "UT04UTAH".
           02 FILLER PIC X(24) VALUE "VT06VERMONT".
           02 FILLER PIC X(24) VALUE "VA03VIRGINIA".
           02 FILLER PIC X(24) VALUE "WA03WASHINGTON".
           02 FILLER PIC X(24) VALUE "WV05WEST VIRGINIA".
           02 FILLER PIC X(24) VALUE "WI06WISCONSIN".
           02 FILLER PIC X(24) VALUE "WY08WYOMING".
           02 FILLER PIC X(24) VALUE "**03ANY OTHER STATE".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           02 WS-SEED-ENTRY OCCURS 52 TIMES PIC X(24).

       01 WS-SL-STATUS PIC XX.
       01 WS-SW-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-LM-STATUS PIC XX.
       01 WS-CM-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Keeps the state limitations table LimitationRun works from,
      *> and records a customer's written acknowledgement of a debt,
      *> which restarts the limitation period from the date signed.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - LimitationMaint ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STATELIMITFILE
           IF WS-SL-STATUS = "35"
               PERFORM 0100-SEED-LIMIT-TABLE
               OPEN INPUT STATELIMITFILE
           END-IF
           IF WS-SL-STATUS NOT = "00"
               MOVE "STATELIMITFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-SL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           CLOSE STATELIMITFILE
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           GOBACK.

       0100-SEED-LIMIT-TABLE.
           OPEN OUTPUT STATELIMITFILE
           PERFORM 0110-SEED-ONE-STATE
               VARYING WS-SEED-IDX FROM 1 BY 1
               UNTIL WS-SEED-IDX > 52
           CLOSE STATELIMITFILE
           DISPLAY "State limitations table seeded with 52 entries".

       0110-SEED-ONE-STATE.
           MOVE WS-SEED-ENTRY(WS-SEED-IDX) TO STATELIMITRECORD
           WRITE STATELIMITRECORD.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ist, A)dd or change, D)elete state, R)ecord "
               "acknowledgement, S)how account or Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LIST
               PERFORM 2000-LIST-TABLE
           ELSE IF WS-ADD
               PERFORM 3000-ADD-ENTRY
           ELSE IF WS-DELETE
               PERFORM 4000-DELETE-ENTRY
           ELSE IF WS-ACKNOWLEDGE
               PERFORM 5000-RECORD-ACKNOWLEDGEMENT
           ELSE IF WS-SHOW
               PERFORM 6000-SHOW-ACCOUNT
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, A, D, R, S or Q"
           END-IF.

       2000-LIST-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STATELIMITFILE
           PERFORM 2010-LIST-ONE-ENTRY UNTIL WSEOF
           CLOSE STATELIMITFILE.

       2010-LIST-ONE-ENTRY.
           READ STATELIMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   DISPLAY SL-STATE " " SL-YEARS " years "
                       SL-STATE-NAME
           END-READ.

      *> A state carries one period, so adding a state already on
      *> the table replaces its entry.
       3000-ADD-ENTRY.
           DISPLAY "State code (** for any other state) "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-STATE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATE) TO WS-ENTRY-STATE
           DISPLAY "Limitation period in years " WITH NO ADVANCING
           ACCEPT WS-ENTRY-YEARS
           DISPLAY "State name " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-STATE = SPACES OR WS-ENTRY-YEARS = ZERO
               DISPLAY "Entry rejected - blank state or no period"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-REMOVE-STATE
           OPEN EXTEND STATELIMITFILE
           MOVE WS-ENTRY-STATE TO SL-STATE
           MOVE WS-ENTRY-YEARS TO SL-YEARS
           MOVE WS-ENTRY-NAME TO SL-STATE-NAME
           WRITE STATELIMITRECORD
           CLOSE STATELIMITFILE
           IF WS-DELETE-COUNT > ZERO
               DISPLAY "State entry replaced for " WS-ENTRY-STATE
           ELSE
               DISPLAY "State entry added for " WS-ENTRY-STATE
           END-IF
           DISPLAY "Expiry dates change at the next LimitationRun".

       4000-DELETE-ENTRY.
           DISPLAY "State code to delete " WITH NO ADVANCING
           ACCEPT WS-ENTRY-STATE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATE) TO WS-ENTRY-STATE
           PERFORM 4100-REMOVE-STATE
           DISPLAY WS-DELETE-COUNT " entries deleted for state "
               WS-ENTRY-STATE.

       4100-REMOVE-STATE.
           MOVE ZERO TO WS-DELETE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STATELIMITFILE
           OPEN OUTPUT STATELIMITWORK
           PERFORM 4110-COPY-KEPT-ENTRY UNTIL WSEOF
           CLOSE STATELIMITFILE
           CLOSE STATELIMITWORK
           CALL "CBL_DELETE_FILE" USING WS-LIMIT-PATH
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH,
               WS-LIMIT-PATH
               RETURNING WS-RENAME-RC.

       4110-COPY-KEPT-ENTRY.
           READ STATELIMITFILE
               AT END SET WSEOF TO TRUE
               NOT AT END
                   IF SL-STATE = WS-ENTRY-STATE
                       ADD 1 TO WS-DELETE-COUNT
                   ELSE
                       MOVE STATELIMITRECORD TO WORKRECORD
                       WRITE WORKRECORD
                   END-IF
           END-READ.

      *> A signed acknowledgement restarts the clock. Where the
      *> account has already been through LimitationRun the expiry
      *> is moved on at once; otherwise the next run picks up the
      *> date with the rest of the account.
       5000-RECORD-ACKNOWLEDGEMENT.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-ACK-IDNUM
           PERFORM 5100-CHECK-CUSTOMER
           IF NOT WS-CUSTOMER-FOUND
               DISPLAY "Customer " WS-ACK-IDNUM " not on the master"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           DISPLAY "Date acknowledgement signed (YYYYMMDD, 0 = today) "
               WITH NO ADVANCING
           ACCEPT WS-ACK-DATE
           IF WS-ACK-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-ACK-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACK-DATE) NOT = ZERO
               OR WS-ACK-DATE > WS-TODAY-DATE
               DISPLAY "Invalid or future date - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LIMITFILE
           IF WS-LM-STATUS = "35"
               OPEN OUTPUT LIMITFILE
               CLOSE LIMITFILE
               OPEN I-O LIMITFILE
           END-IF
           IF WS-LM-STATUS NOT = "00"
               DISPLAY "LIMITFILE STATUS " WS-LM-STATUS
                   " - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LIMIT-SWITCH
           MOVE WS-ACK-IDNUM TO LIM-IDNUM
           READ LIMITFILE
               INVALID KEY
                   INITIALIZE LIMITATIONRECORD
                   MOVE WS-ACK-IDNUM TO LIM-IDNUM
                   SET LIM-OPEN TO TRUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LIMIT-SWITCH
           END-READ
           IF WS-ACK-DATE <= LIM-ACK-DATE
               DISPLAY "A later acknowledgement (" LIM-ACK-DATE
                   ") is already recorded - nothing changed"
               CLOSE LIMITFILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACK-DATE TO LIM-ACK-DATE
           MOVE WS-OPERATOR-ID TO LIM-ACK-BY
           IF LIM-YEARS > ZERO AND WS-ACK-DATE > LIM-QUALIFY-DATE
               PERFORM 5200-MOVE-EXPIRY
           END-IF
           IF WS-LIMIT-ON-FILE
               REWRITE LIMITATIONRECORD
                   INVALID KEY
                       DISPLAY "Limitation rewrite failed - "
                           "nothing recorded"
                       CLOSE LIMITFILE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE LIMITATIONRECORD
                   INVALID KEY
                       DISPLAY "Limitation write failed - "
                           "nothing recorded"
                       CLOSE LIMITFILE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           CLOSE LIMITFILE
           PERFORM 5300-LOG-ACKNOWLEDGEMENT
           IF LIM-EXPIRY-DATE > ZERO
               DISPLAY "Acknowledgement recorded - limitation now "
                   "expires " LIM-EXPIRY-DATE
           ELSE
               DISPLAY "Acknowledgement recorded - expiry follows "
                   "at the next LimitationRun"
           END-IF.

       5100-CHECK-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           OPEN INPUT CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACK-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-SWITCH
           END-READ
           CLOSE CUSTOMERFILE.

      *> Same year arithmetic as LimitationRun: a 29 February start
      *> runs to 28 February when the expiry year is not a leap year.
       5200-MOVE-EXPIRY.
           MOVE WS-ACK-DATE TO LIM-QUALIFY-DATE
           MOVE WS-ACK-DATE TO WS-EXPIRY-DATE
           ADD LIM-YEARS TO WS-EX-YYYY
           IF WS-EX-MMDD = 0229
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-DATE)
                   NOT = ZERO
               MOVE 0228 TO WS-EX-MMDD
           END-IF
           MOVE WS-EXPIRY-DATE TO LIM-EXPIRY-DATE
           IF LIM-EXPIRY-DATE > WS-TODAY-DATE
               SET LIM-OPEN TO TRUE
           END-IF.

       5300-LOG-ACKNOWLEDGEMENT.
           OPEN EXTEND COMPLIANCELOG
           IF WS-CM-STATUS = "35"
               OPEN OUTPUT COMPLIANCELOG
           END-IF
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "COMPLIANCELOG STATUS " WS-CM-STATUS
                   " - acknowledgement not logged"
           ELSE
               MOVE SPACES TO COMPLIANCELINE
               STRING WS-TODAY-DATE DELIMITED BY SIZE
                   " LIMITMAINT " DELIMITED BY SIZE
                   WS-ACK-IDNUM DELIMITED BY SIZE
                   " DEBT ACKNOWLEDGED " DELIMITED BY SIZE
                   WS-ACK-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO COMPLIANCELINE
               WRITE COMPLIANCELINE
               CLOSE COMPLIANCELOG
           END-IF.

       6000-SHOW-ACCOUNT.
           DISPLAY "Customer ID " WITH NO ADVANCING
           ACCEPT WS-ACK-IDNUM
           OPEN INPUT LIMITFILE
           IF WS-LM-STATUS NOT = "00"
               DISPLAY "No limitation dates on file yet"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACK-IDNUM TO LIM-IDNUM
           READ LIMITFILE
               INVALID KEY
                   DISPLAY "Customer " WS-ACK-IDNUM
                       " has not been through LimitationRun"
               NOT INVALID KEY
                   DISPLAY "State " LIM-STATE " period " LIM-YEARS
                       " years, status " LIM-STATUS
                   DISPLAY "Last payment      " LIM-LAST-PAYMENT
                   DISPLAY "Acknowledged      " LIM-ACK-DATE
                       " by " LIM-ACK-BY
                   DISPLAY "Limitation runs   " LIM-QUALIFY-DATE
                       " to " LIM-EXPIRY-DATE
                   DISPLAY "First delinquency " LIM-FIRST-DELINQ
                       " reportable to " LIM-REPORT-END
                   DISPLAY "Computed          " LIM-COMPUTED-DATE
           END-READ
           CLOSE LIMITFILE.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
