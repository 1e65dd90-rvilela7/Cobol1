            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PasswordGuard.
       AUTHOR. Rui Vilela.
       DATE-WRITTEN. 15/10/2026

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MIN-LENGTH PIC 99 VALUE 8.
       01 WS-ROUNDS PIC 9(4) VALUE 500.
       01 WS-PASSWORD-LENGTH PIC 99 COMP-3.
       01 WS-LETTER-COUNT PIC 99 COMP-3.
       01 WS-DIGIT-COUNT PIC 99 COMP-3.
       01 WS-CHAR-IDX PIC 99 COMP-3.
       01 WS-ROUND PIC 9(4) COMP-3.
       01 WS-CHAR-CODE PIC 9(3) COMP-3.

       01 WS-HASH-INPUT.
           02 WS-HI-ID PIC X(8).
           02 WS-HI-PASSWORD PIC X(60).
       01 WS-H1 PIC 9(18) COMP-3.
       01 WS-H2 PIC 9(18) COMP-3.
       01 WS-HEX-WORK PIC 9(18) COMP-3.
       01 WS-HEX-NIBBLE PIC 99 COMP-3.
       01 WS-HEX-IDX PIC 99 COMP-3.
       01 WS-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-HEX-OUT PIC X(8).

       LINKAGE SECTION.
           01 LK-ACTION PIC X.
               88 LK-MAKE-HASH VALUE 'H'.
               88 LK-CHECK-RULES VALUE 'R'.
           01 LK-OPERATOR-ID PIC X(8).
           01 LK-PASSWORD PIC X(60).
           01 LK-HASH PIC X(16).
           01 LK-RESULT PIC X.
               88 LK-PASSWORD-OK VALUE 'Y'.
               88 LK-PASSWORD-REFUSED VALUE 'N'.

      *> Passwords are never kept as typed. 'H' turns operator ID
      *> plus password into a one-way value - the ID salts it so two
      *> operators with the same password hold different values, and
      *> the mixing is repeated so guessing is slow. 'R' applies the
      *> password rules before a new password is accepted.
       PROCEDURE DIVISION USING LK-ACTION, LK-OPERATOR-ID,
               LK-PASSWORD, LK-HASH, LK-RESULT.
       0000-MAIN-PARA.
           IF LK-MAKE-HASH
               PERFORM 1000-MAKE-HASH
           ELSE
               PERFORM 2000-CHECK-RULES
           END-IF
           EXIT PROGRAM.

       1000-MAKE-HASH.
           MOVE LK-OPERATOR-ID TO WS-HI-ID
           MOVE LK-PASSWORD TO WS-HI-PASSWORD
           MOVE 5381 TO WS-H1
           MOVE 52711 TO WS-H2
           PERFORM 1010-MIX-ONE-ROUND
               VARYING WS-ROUND FROM 1 BY 1
               UNTIL WS-ROUND > WS-ROUNDS
           MOVE WS-H1 TO WS-HEX-WORK
           PERFORM 1100-EDIT-HEX
           MOVE WS-HEX-OUT TO LK-HASH(1:8)
           MOVE WS-H2 TO WS-HEX-WORK
           PERFORM 1100-EDIT-HEX
           MOVE WS-HEX-OUT TO LK-HASH(9:8)
           SET LK-PASSWORD-OK TO TRUE.

       1010-MIX-ONE-ROUND.
           PERFORM 1020-MIX-ONE-CHAR
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 68.

       1020-MIX-ONE-CHAR.
           COMPUTE WS-CHAR-CODE =
               FUNCTION ORD(WS-HASH-INPUT(WS-CHAR-IDX:1))
           COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 16807
               + WS-CHAR-CODE * 131 + WS-ROUND, 2147483647)
           COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 48271
               + WS-CHAR-CODE * 257 + WS-CHAR-IDX + WS-H1,
               2147483399).

       1100-EDIT-HEX.
           PERFORM 1110-EDIT-ONE-NIBBLE
               VARYING WS-HEX-IDX FROM 8 BY -1
               UNTIL WS-HEX-IDX < 1.

       1110-EDIT-ONE-NIBBLE.
           DIVIDE WS-HEX-WORK BY 16 GIVING WS-HEX-WORK
               REMAINDER WS-HEX-NIBBLE
           MOVE WS-HEX-DIGITS(WS-HEX-NIBBLE + 1:1)
               TO WS-HEX-OUT(WS-HEX-IDX:1).

      *> At least eight characters with at least one letter and one
      *> digit.
       2000-CHECK-RULES.
           SET LK-PASSWORD-REFUSED TO TRUE
           MOVE SPACES TO LK-HASH
           IF LK-PASSWORD = SPACES
               DISPLAY "Password may not be blank"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-PASSWORD TRAILING))
               TO WS-PASSWORD-LENGTH
           IF WS-PASSWORD-LENGTH < WS-MIN-LENGTH
               DISPLAY "Password must be at least 8 characters"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LETTER-COUNT
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM 2010-CLASSIFY-ONE-CHAR
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-PASSWORD-LENGTH
           IF WS-LETTER-COUNT = ZERO OR WS-DIGIT-COUNT = ZERO
               DISPLAY "Password must contain both letters and digits"
               EXIT PARAGRAPH
           END-IF
           SET LK-PASSWORD-OK TO TRUE.

       2010-CLASSIFY-ONE-CHAR.
           IF LK-PASSWORD(WS-CHAR-IDX:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
           ELSE
               IF LK-PASSWORD(WS-CHAR-IDX:1) IS ALPHABETIC
                   AND LK-PASSWORD(WS-CHAR-IDX:1) NOT = SPACE
                   ADD 1 TO WS-LETTER-COUNT
               END-IF
           END-IF.
