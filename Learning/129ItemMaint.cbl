            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemMaint.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMFILE ASSIGN TO "files/ItemMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-IM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEMFILE.
       COPY "ItemMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-ADD VALUE 'A'.
           88 WS-LIST VALUE 'L'.
           88 WS-DISCONTINUE VALUE 'D'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-LIST-EOF-SWITCH PIC X.
           88 WS-LIST-EOF VALUE 'Y'.
       01 WS-LATEST-SWITCH PIC X.
           88 WS-LATEST-FOUND VALUE 'Y'.
       01 WS-MAINT-ITEM PIC X(8).
       01 WS-MAINT-DATE PIC 9(8).
       01 WS-LIST-COUNT PIC 9(3) COMP-3.
       01 WS-LATEST-RECORD PIC X(82).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-IM-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Prices are never changed in place. A price change, a new
      *> description or a discontinuation is a new version of the
      *> item effective from a given date, so invoices entered for
      *> an earlier date still price at what was in force then.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - ItemMaint ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ITEMFILE
           IF WS-IM-STATUS = "35"
               OPEN OUTPUT ITEMFILE
               CLOSE ITEMFILE
               OPEN I-O ITEMFILE
           END-IF
           IF WS-IM-STATUS NOT = "00"
               MOVE "ITEMFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-IM-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE ITEMFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "A)dd item or price change, L)ist an item, "
               "D)iscontinue an item or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-ADD
               PERFORM 2000-ADD-VERSION
           ELSE IF WS-LIST
               PERFORM 3000-LIST-VERSIONS
           ELSE IF WS-DISCONTINUE
               PERFORM 4000-DISCONTINUE-ITEM
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter A, L, D or Q"
           END-IF.

       2000-ADD-VERSION.
           DISPLAY "Item code " WITH NO ADVANCING
           ACCEPT WS-MAINT-ITEM
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ITEM) TO WS-MAINT-ITEM
           IF WS-MAINT-ITEM = SPACES
               DISPLAY "Item code is required - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ITEMRECORD
           MOVE WS-MAINT-ITEM TO IM-ITEM-CODE
           DISPLAY "Effective date (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT IM-EFFECTIVE-DATE
           DISPLAY "Description " WITH NO ADVANCING
           ACCEPT IM-DESCRIPTION
           DISPLAY "Unit price " WITH NO ADVANCING
           ACCEPT IM-UNIT-PRICE
           DISPLAY "Commercial class price (0 = unit price) "
               WITH NO ADVANCING
           ACCEPT IM-COMMERCIAL-PRICE
           DISPLAY "VIP class price (0 = unit price) "
               WITH NO ADVANCING
           ACCEPT IM-VIP-PRICE
           DISPLAY "Taxable (Y/N) " WITH NO ADVANCING
           ACCEPT IM-TAXABLE
           MOVE FUNCTION UPPER-CASE(IM-TAXABLE) TO IM-TAXABLE
           IF NOT IM-IS-TAXABLE
               MOVE 'N' TO IM-TAXABLE
           END-IF
           DISPLAY "GL revenue account (blank = 4000 sales) "
               WITH NO ADVANCING
           ACCEPT IM-GL-ACCOUNT
           IF IM-GL-ACCOUNT = SPACES
               MOVE "4000" TO IM-GL-ACCOUNT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(IM-EFFECTIVE-DATE)
               NOT = ZERO
               DISPLAY "Effective date is not a valid date - "
                   "nothing recorded"
               EXIT PARAGRAPH
           END-IF
           IF IM-DESCRIPTION = SPACES OR IM-UNIT-PRICE = ZERO
               DISPLAY "Description and a unit price are required - "
                   "nothing recorded"
               EXIT PARAGRAPH
           END-IF
           SET IM-ACTIVE TO TRUE
           MOVE WS-OPERATOR-ID TO IM-ENTERED-BY
           WRITE ITEMRECORD
               INVALID KEY
                   DISPLAY "Item " WS-MAINT-ITEM " already has a "
                       "version effective " IM-EFFECTIVE-DATE
               NOT INVALID KEY
                   DISPLAY "Item " WS-MAINT-ITEM " recorded effective "
                       IM-EFFECTIVE-DATE
           END-WRITE.

       3000-LIST-VERSIONS.
           DISPLAY "Item code " WITH NO ADVANCING
           ACCEPT WS-MAINT-ITEM
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ITEM) TO WS-MAINT-ITEM
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM 5000-START-ITEM
           PERFORM 3010-LIST-ONE-VERSION UNTIL WS-LIST-EOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "Item " WS-MAINT-ITEM " not on file"
           END-IF.

       3010-LIST-ONE-VERSION.
           PERFORM 5010-READ-NEXT-VERSION
           IF NOT WS-LIST-EOF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY IM-EFFECTIVE-DATE " " IM-DESCRIPTION " "
                   IM-UNIT-PRICE " C " IM-COMMERCIAL-PRICE
                   " V " IM-VIP-PRICE " tax " IM-TAXABLE
                   " GL " IM-GL-ACCOUNT " status " IM-STATUS
           END-IF.

      *> Discontinuing writes a closing version that repeats the last
      *> one's details, so the item stays readable on reports but can
      *> no longer be priced onto an invoice from that date.
       4000-DISCONTINUE-ITEM.
           DISPLAY "Item code " WITH NO ADVANCING
           ACCEPT WS-MAINT-ITEM
           MOVE FUNCTION UPPER-CASE(WS-MAINT-ITEM) TO WS-MAINT-ITEM
           DISPLAY "Discontinued from (YYYYMMDD) " WITH NO ADVANCING
           ACCEPT WS-MAINT-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAINT-DATE) NOT = ZERO
               DISPLAY "Not a valid date - item not discontinued"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LATEST-SWITCH
           PERFORM 5000-START-ITEM
           PERFORM 4010-HOLD-LATEST-VERSION UNTIL WS-LIST-EOF
           IF NOT WS-LATEST-FOUND
               DISPLAY "Item " WS-MAINT-ITEM " has no version in force "
                   "on " WS-MAINT-DATE " - not discontinued"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LATEST-RECORD TO ITEMRECORD
           MOVE WS-MAINT-DATE TO IM-EFFECTIVE-DATE
           SET IM-DISCONTINUED TO TRUE
           MOVE WS-OPERATOR-ID TO IM-ENTERED-BY
           WRITE ITEMRECORD
               INVALID KEY
                   DISPLAY "Item " WS-MAINT-ITEM " already has a "
                       "version effective " WS-MAINT-DATE
               NOT INVALID KEY
                   DISPLAY "Item " WS-MAINT-ITEM " discontinued from "
                       WS-MAINT-DATE
           END-WRITE.

       4010-HOLD-LATEST-VERSION.
           PERFORM 5010-READ-NEXT-VERSION
           IF NOT WS-LIST-EOF
               IF IM-EFFECTIVE-DATE > WS-MAINT-DATE
                   SET WS-LIST-EOF TO TRUE
               ELSE
                   MOVE 'Y' TO WS-LATEST-SWITCH
                   MOVE ITEMRECORD TO WS-LATEST-RECORD
               END-IF
           END-IF.

       5000-START-ITEM.
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-MAINT-ITEM TO IM-ITEM-CODE
           MOVE ZERO TO IM-EFFECTIVE-DATE
           START ITEMFILE KEY IS NOT LESS THAN IM-KEY
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START.

       5010-READ-NEXT-VERSION.
           READ ITEMFILE NEXT RECORD
               AT END SET WS-LIST-EOF TO TRUE
           END-READ
           IF NOT WS-LIST-EOF
               IF IM-ITEM-CODE NOT = WS-MAINT-ITEM
                   SET WS-LIST-EOF TO TRUE
               END-IF
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
