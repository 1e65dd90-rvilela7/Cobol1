            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchScreen.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST ASSIGN TO "files/WatchList.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WL-STATUS.
           SELECT SCREENREVIEW ASSIGN TO "files/ScreeningReview.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHLIST.
       COPY "WatchList.cpy".

       FD SCREENREVIEW.
       COPY "ScreenReview.cpy".

       WORKING-STORAGE SECTION.
       01 WS-WL-STATUS PIC XX.
       01 WS-SR-STATUS PIC XX.
       01 WS-LIST-LOADED-SWITCH PIC X VALUE 'N'.
           88 WS-LIST-LOADED VALUE 'Y'.
       01 WS-WL-EOF-SWITCH PIC X.
           88 WS-WL-EOF VALUE 'Y'.
       01 WS-REVIEW-OPEN-SWITCH PIC X.
           88 WS-REVIEW-OPEN VALUE 'Y'.
       01 WS-NAME-HIT PIC X.
           88 WS-NAME-MATCHED VALUE 'Y'.

       01 WS-LIST-COUNT PIC 9(5) COMP-3 VALUE ZERO.
       01 WS-LIST-MAX PIC 9(5) COMP-3 VALUE 5000.
       01 WS-LIST-IDX PIC 9(5) COMP-3.
       01 WS-LIST-TABLE.
           02 WS-LIST-ENTRY OCCURS 5000 TIMES.
               03 WS-LE-ENTRY-ID PIC X(10).
               03 WS-LE-FIRST PIC X(25).
               03 WS-LE-LAST PIC X(25).
               03 WS-LE-DOB PIC 9(8).
               03 WS-LE-BIRTH-YEAR PIC 9(4).
               03 WS-LE-FIRST-CODE PIC X(4).
               03 WS-LE-LAST-CODE PIC X(4).

       01 WS-CUST-FIRST-CODE PIC X(4).
       01 WS-CUST-LAST-CODE PIC X(4).
       01 WS-CUST-DOB-SPLIT.
           02 WS-CUST-DOB-MM PIC 99.
           02 WS-CUST-DOB-DD PIC 99.
           02 WS-CUST-DOB-YYYY PIC 9(4).

       01 WS-SX-NAME PIC X(25).
       01 WS-SX-DIGITS PIC X(25).
       01 WS-SX-CODE PIC X(4).
       01 WS-SX-POS PIC 99 COMP-3.
       01 WS-SX-LEN PIC 9 COMP-3.
       01 WS-SX-CHAR PIC X.
       01 WS-SX-DIGIT PIC X.
       01 WS-SX-LAST-DIGIT PIC X.

       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           01 LK-FIRSTNAME PIC X(25).
           01 LK-LASTNAME PIC X(25).
           01 LK-DOB PIC 9(8).
           01 LK-PROGRAM PIC X(10).
           01 LK-RESULT PIC X.
               88 LK-SCREEN-CLEAR VALUE 'N'.
               88 LK-SCREEN-HELD VALUE 'P'.
               88 LK-SCREEN-CONFIRMED VALUE 'X'.

      *> Screens one customer name against the sanctions watch list.
      *> The list, aliases included, is held in a table from the
      *> first call; callers that reload the list CANCEL this program
      *> so the next call picks up the new one. A name matches when
      *> the sound-alike codes of both names agree (in either order,
      *> since lists do not always put the family name last) and,
      *> where both sides carry a date of birth, the birth years
      *> agree. Each new match is put on the screening review
      *> worklist for a second operator; a match already cleared
      *> there is not raised again, one already confirmed comes
      *> back as confirmed.
       PROCEDURE DIVISION USING LK-IDNUM, LK-FIRSTNAME, LK-LASTNAME,
           LK-DOB, LK-PROGRAM, LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           IF NOT WS-LIST-LOADED
               PERFORM 1000-LOAD-LIST
           END-IF
           IF WS-LIST-COUNT = ZERO
               EXIT PROGRAM
           END-IF
           MOVE LK-LASTNAME TO WS-SX-NAME
           PERFORM 2000-SOUND-CODE
           MOVE WS-SX-CODE TO WS-CUST-LAST-CODE
           MOVE LK-FIRSTNAME TO WS-SX-NAME
           PERFORM 2000-SOUND-CODE
           MOVE WS-SX-CODE TO WS-CUST-FIRST-CODE
           IF WS-CUST-LAST-CODE = SPACES
               EXIT PROGRAM
           END-IF
           MOVE LK-DOB TO WS-CUST-DOB-SPLIT
           MOVE 'N' TO WS-REVIEW-OPEN-SWITCH
           PERFORM 3000-CHECK-ONE-ENTRY
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-LIST-COUNT
           IF WS-REVIEW-OPEN
               CLOSE SCREENREVIEW
           END-IF
           EXIT PROGRAM.

       1000-LOAD-LIST.
           MOVE 'Y' TO WS-LIST-LOADED-SWITCH
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT WATCHLIST
           IF WS-WL-STATUS NOT = "00"
               DISPLAY "No watch list on file - status " WS-WL-STATUS
                   " - names not screened"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WL-EOF-SWITCH
           PERFORM 1010-LOAD-ONE-ENTRY
               UNTIL WS-WL-EOF OR WS-LIST-COUNT = WS-LIST-MAX
           IF NOT WS-WL-EOF
               DISPLAY "Watch list larger than " WS-LIST-MAX
                   " names - remainder not screened"
           END-IF
           CLOSE WATCHLIST.

       1010-LOAD-ONE-ENTRY.
           READ WATCHLIST NEXT RECORD
               AT END SET WS-WL-EOF TO TRUE
           END-READ
           IF NOT WS-WL-EOF
               ADD 1 TO WS-LIST-COUNT
               MOVE WL-ENTRY-ID TO WS-LE-ENTRY-ID(WS-LIST-COUNT)
               MOVE WL-FIRST-NAME TO WS-LE-FIRST(WS-LIST-COUNT)
               MOVE WL-LAST-NAME TO WS-LE-LAST(WS-LIST-COUNT)
               MOVE WL-DOB TO WS-LE-DOB(WS-LIST-COUNT)
               COMPUTE WS-LE-BIRTH-YEAR(WS-LIST-COUNT) = WL-DOB / 10000
               MOVE WL-FIRST-NAME TO WS-SX-NAME
               PERFORM 2000-SOUND-CODE
               MOVE WS-SX-CODE TO WS-LE-FIRST-CODE(WS-LIST-COUNT)
               MOVE WL-LAST-NAME TO WS-SX-NAME
               PERFORM 2000-SOUND-CODE
               MOVE WS-SX-CODE TO WS-LE-LAST-CODE(WS-LIST-COUNT)
           END-IF.

      *> Sound-alike code of a name: its first letter followed by up
      *> to three digits for the consonant sounds after it, so that
      *> spelling and transliteration variants code the same. Spaces,
      *> hyphens and apostrophes inside the name are ignored.
       2000-SOUND-CODE.
           MOVE FUNCTION UPPER-CASE(WS-SX-NAME) TO WS-SX-NAME
           MOVE WS-SX-NAME TO WS-SX-DIGITS
           INSPECT WS-SX-DIGITS CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "01230120022455012623010202"
           MOVE SPACES TO WS-SX-CODE
           MOVE ZERO TO WS-SX-LEN
           MOVE SPACE TO WS-SX-LAST-DIGIT
           PERFORM 2010-CODE-ONE-LETTER
               VARYING WS-SX-POS FROM 1 BY 1
               UNTIL WS-SX-POS > 25 OR WS-SX-LEN = 4
           IF WS-SX-LEN > ZERO
               INSPECT WS-SX-CODE REPLACING ALL SPACE BY "0"
           END-IF.

       2010-CODE-ONE-LETTER.
           MOVE WS-SX-NAME(WS-SX-POS:1) TO WS-SX-CHAR
           IF WS-SX-CHAR = SPACE OR WS-SX-CHAR IS NOT ALPHABETIC-UPPER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SX-DIGITS(WS-SX-POS:1) TO WS-SX-DIGIT
           IF WS-SX-LEN = ZERO
               MOVE WS-SX-CHAR TO WS-SX-CODE(1:1)
               MOVE 1 TO WS-SX-LEN
               MOVE WS-SX-DIGIT TO WS-SX-LAST-DIGIT
           ELSE IF WS-SX-DIGIT NOT = "0"
               AND WS-SX-DIGIT NOT = WS-SX-LAST-DIGIT
               ADD 1 TO WS-SX-LEN
               MOVE WS-SX-DIGIT TO WS-SX-CODE(WS-SX-LEN:1)
               MOVE WS-SX-DIGIT TO WS-SX-LAST-DIGIT
           ELSE IF WS-SX-CHAR NOT = "H" AND WS-SX-CHAR NOT = "W"
               MOVE WS-SX-DIGIT TO WS-SX-LAST-DIGIT
           END-IF.

       3000-CHECK-ONE-ENTRY.
           MOVE 'N' TO WS-NAME-HIT
           EVALUATE TRUE
               WHEN WS-LE-LAST-CODE(WS-LIST-IDX) = WS-CUST-LAST-CODE
                   AND (WS-LE-FIRST-CODE(WS-LIST-IDX) = WS-CUST-FIRST-CODE
                       OR WS-LE-FIRST-CODE(WS-LIST-IDX) = SPACES
                       OR WS-CUST-FIRST-CODE = SPACES)
                   MOVE 'Y' TO WS-NAME-HIT
               WHEN WS-LE-LAST-CODE(WS-LIST-IDX) = WS-CUST-FIRST-CODE
                   AND WS-LE-FIRST-CODE(WS-LIST-IDX) = WS-CUST-LAST-CODE
                   MOVE 'Y' TO WS-NAME-HIT
           END-EVALUATE
           IF NOT WS-NAME-MATCHED
               EXIT PARAGRAPH
           END-IF
           IF WS-LE-DOB(WS-LIST-IDX) NOT = ZERO AND LK-DOB NOT = ZERO
               AND WS-LE-BIRTH-YEAR(WS-LIST-IDX) NOT = WS-CUST-DOB-YYYY
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-RAISE-REVIEW.

       3100-RAISE-REVIEW.
           IF NOT WS-REVIEW-OPEN
               OPEN I-O SCREENREVIEW
               IF WS-SR-STATUS = "35"
                   OPEN OUTPUT SCREENREVIEW
                   CLOSE SCREENREVIEW
                   OPEN I-O SCREENREVIEW
               END-IF
               IF WS-SR-STATUS NOT = "00"
                   DISPLAY "SCREENREVIEW STATUS " WS-SR-STATUS
                       " - customer " LK-IDNUM " held unrecorded"
                   IF NOT LK-SCREEN-CONFIRMED
                       MOVE 'P' TO LK-RESULT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-REVIEW-OPEN-SWITCH
           END-IF
           MOVE LK-IDNUM TO SR-IDNUM
           MOVE WS-LE-ENTRY-ID(WS-LIST-IDX) TO SR-ENTRY-ID
           READ SCREENREVIEW
               INVALID KEY
                   PERFORM 3110-WRITE-NEW-REVIEW
               NOT INVALID KEY
                   PERFORM 3120-NOTE-EXISTING-REVIEW
           END-READ.

       3110-WRITE-NEW-REVIEW.
           MOVE LK-IDNUM TO SR-IDNUM
           MOVE WS-LE-ENTRY-ID(WS-LIST-IDX) TO SR-ENTRY-ID
           MOVE LK-FIRSTNAME TO SR-CUST-FIRST
           MOVE LK-LASTNAME TO SR-CUST-LAST
           MOVE LK-DOB TO SR-CUST-DOB
           MOVE WS-LE-FIRST(WS-LIST-IDX) TO SR-LIST-FIRST
           MOVE WS-LE-LAST(WS-LIST-IDX) TO SR-LIST-LAST
           MOVE WS-LE-DOB(WS-LIST-IDX) TO SR-LIST-DOB
           MOVE LK-PROGRAM TO SR-RAISED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-RAISED-DATE
           SET SR-PENDING TO TRUE
           MOVE SPACE TO SR-PROPOSED
           MOVE SPACES TO SR-FIRST-REVIEWER
           MOVE ZERO TO SR-FIRST-DATE
           MOVE SPACES TO SR-SECOND-REVIEWER
           MOVE ZERO TO SR-DECIDED-DATE
           WRITE SCREENREVIEWRECORD
               INVALID KEY
                   DISPLAY "Screening review write failed for "
                       "customer " LK-IDNUM
           END-WRITE
           IF NOT LK-SCREEN-CONFIRMED
               MOVE 'P' TO LK-RESULT
           END-IF.

       3120-NOTE-EXISTING-REVIEW.
           IF SR-CONFIRMED
               MOVE 'X' TO LK-RESULT
           ELSE IF SR-OPEN AND NOT LK-SCREEN-CONFIRMED
               MOVE 'P' TO LK-RESULT
           END-IF.
