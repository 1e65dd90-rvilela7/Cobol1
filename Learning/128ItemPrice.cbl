            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemPrice.
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
       01 WS-ITEM-EOF-SWITCH PIC X.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-VERSION-FOUND VALUE 'Y'.
       01 WS-IM-STATUS PIC XX.

       01 WS-HOLD-STATUS PIC X.
       01 WS-HOLD-PRICE PIC 9(7)V99.
       01 WS-HOLD-COMMERCIAL PIC 9(7)V99.
       01 WS-HOLD-VIP PIC 9(7)V99.

       LINKAGE SECTION.
           01 LK-ITEM-CODE PIC X(8).
           01 LK-PRICE-DATE PIC 9(8).
           01 LK-CLASS PIC X.
               88 LK-CLASS-COMMERCIAL VALUE 'C'.
               88 LK-CLASS-VIP VALUE 'V'.
           01 LK-RESULT PIC X.
               88 LK-ITEM-PRICED VALUE 'Y'.
               88 LK-ITEM-UNKNOWN VALUE 'N'.
               88 LK-ITEM-DISCONTINUED VALUE 'D'.
           01 LK-DESCRIPTION PIC X(25).
           01 LK-UNIT-PRICE PIC 9(7)V99.
           01 LK-TAXABLE PIC X.
           01 LK-GL-ACCOUNT PIC X(4).

      *> The item master keeps one record per item per effective
      *> date. The version in force on the pricing date is the latest
      *> one effective on or before it; commercial and VIP customers
      *> get that version's class price where one has been set.
       PROCEDURE DIVISION USING LK-ITEM-CODE, LK-PRICE-DATE, LK-CLASS,
           LK-RESULT, LK-DESCRIPTION, LK-UNIT-PRICE, LK-TAXABLE,
           LK-GL-ACCOUNT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN INPUT ITEMFILE
           IF WS-IM-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-ITEM-EOF-SWITCH
           MOVE LK-ITEM-CODE TO IM-ITEM-CODE
           MOVE ZERO TO IM-EFFECTIVE-DATE
           START ITEMFILE KEY IS NOT LESS THAN IM-KEY
               INVALID KEY SET WS-ITEM-EOF TO TRUE
           END-START
           PERFORM 1000-CHECK-ONE-VERSION UNTIL WS-ITEM-EOF
           CLOSE ITEMFILE
           IF WS-VERSION-FOUND
               PERFORM 2000-SET-CLASS-PRICE
           END-IF
           EXIT PROGRAM.

       1000-CHECK-ONE-VERSION.
           READ ITEMFILE NEXT RECORD
               AT END SET WS-ITEM-EOF TO TRUE
           END-READ
           IF NOT WS-ITEM-EOF
               IF IM-ITEM-CODE NOT = LK-ITEM-CODE
                   OR IM-EFFECTIVE-DATE > LK-PRICE-DATE
                   SET WS-ITEM-EOF TO TRUE
               ELSE
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE IM-STATUS TO WS-HOLD-STATUS
                   MOVE IM-DESCRIPTION TO LK-DESCRIPTION
                   MOVE IM-UNIT-PRICE TO WS-HOLD-PRICE
                   MOVE IM-COMMERCIAL-PRICE TO WS-HOLD-COMMERCIAL
                   MOVE IM-VIP-PRICE TO WS-HOLD-VIP
                   MOVE IM-TAXABLE TO LK-TAXABLE
                   MOVE IM-GL-ACCOUNT TO LK-GL-ACCOUNT
               END-IF
           END-IF.

       2000-SET-CLASS-PRICE.
           IF WS-HOLD-STATUS = 'D'
               MOVE 'D' TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-RESULT
           MOVE WS-HOLD-PRICE TO LK-UNIT-PRICE
           IF LK-CLASS-COMMERCIAL AND WS-HOLD-COMMERCIAL > ZERO
               MOVE WS-HOLD-COMMERCIAL TO LK-UNIT-PRICE
           ELSE IF LK-CLASS-VIP AND WS-HOLD-VIP > ZERO
               MOVE WS-HOLD-VIP TO LK-UNIT-PRICE
           END-IF.
