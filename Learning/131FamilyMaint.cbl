            >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FamilyMaint.
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

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC X VALUE SPACE.
           88 WS-LINK VALUE 'L'.
           88 WS-UNLINK VALUE 'U'.
           88 WS-SET-TERMS VALUE 'S'.
           88 WS-VIEW VALUE 'V'.
           88 WS-QUIT VALUE 'Q'.
       01 WS-FOUND PIC X.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-FAMILY-FOUND-SWITCH PIC X.
           88 WS-FAMILY-FOUND VALUE 'Y'.
       01 WS-CHILD-REUSE-SWITCH PIC X.
           88 WS-CHILD-REUSE VALUE 'Y'.
       01 WS-PAIR-LOCK-SWITCH PIC X.
           88 WS-PAIR-LOCKED VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X.
           88 WS-SCAN-EOF VALUE 'Y'.

       01 WS-FM-READ-IDNUM PIC 9(7).
       01 WS-FM-CHILD-IDNUM PIC 9(7).
       01 WS-FM-PARENT-IDNUM PIC 9(7).
       01 WS-FM-LIMIT PIC 9(7)V99.
       01 WS-FM-CONSOLIDATE PIC X.
       01 WS-FM-CHILD-COUNT PIC 9(3).
       01 WS-FM-SAVED-KEY PIC X(10).
       01 WS-FM-MEMBER-COUNT PIC 9(3) COMP-3.
       01 WS-FM-TOTAL-OWED PIC S9(9)V99 COMP-3.
       01 WS-FM-TOTAL-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-FM-BALANCE-DISPLAY PIC -Z,ZZZ,ZZ9.99.

       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).

       01 WS-JRN-PROGRAM PIC X(10) VALUE "FAMILYMNT".
       01 WS-JRN-ACTION PIC X.
       01 WS-JRN-BEFORE PIC X(160).
       01 WS-JRN-AFTER PIC X(160).

       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-TYPE PIC X.
       01 WS-LOCK-IDNUM PIC 9(7).
       01 WS-LOCK-OPERATOR PIC X(8).
       01 WS-LOCK-RESULT PIC X.
           88 WS-LOCK-GRANTED VALUE 'Y'.
       01 WS-LOCK-HOLDER PIC X(8).

       01 WS-REQUIRED-ROLE PIC X VALUE 'U'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-RESULT PIC X.
           88 WS-SIGNON-GRANTED VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Commercial account families. A child account carries an F
      *> record naming its parent; the parent carries its own F record
      *> (parent number zero) holding the family credit limit, the
      *> consolidated-billing choice and a count of its children. Only
      *> one level is allowed - a parent cannot itself be a child - so
      *> StatementRun and CreditExceptions never have to walk a tree.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'SignOn' USING WS-REQUIRED-ROLE, WS-OPERATOR-ID,
               WS-SIGNON-RESULT
           IF NOT WS-SIGNON-GRANTED
               DISPLAY "Update sign-on required - FamilyMaint ended"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-AREA
           OPEN I-O CUSTOMERFILE
           IF WS-CF-STATUS NOT = "00"
               MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CF-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1000-PROCESS-REQUEST UNTIL WS-QUIT
           CLOSE CUSTOMERFILE
           GOBACK.

       1000-PROCESS-REQUEST.
           DISPLAY "L)ink a child, U)nlink a child, S)et family terms, "
               "V)iew a family or Q)uit " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-LINK
               PERFORM 2000-LINK-CHILD
           ELSE IF WS-UNLINK
               PERFORM 3000-UNLINK-CHILD
           ELSE IF WS-SET-TERMS
               PERFORM 4000-SET-FAMILY-TERMS
           ELSE IF WS-VIEW
               PERFORM 6000-VIEW-FAMILY
           ELSE IF NOT WS-QUIT
               DISPLAY "Invalid choice - enter L, U, S, V or Q"
           END-IF.

       2000-LINK-CHILD.
           DISPLAY "Child customer ID " WITH NO ADVANCING
           ACCEPT WS-FM-CHILD-IDNUM
           DISPLAY "Parent customer ID " WITH NO ADVANCING
           ACCEPT WS-FM-PARENT-IDNUM
           IF WS-FM-CHILD-IDNUM = ZERO OR WS-FM-PARENT-IDNUM = ZERO
               OR WS-FM-CHILD-IDNUM = WS-FM-PARENT-IDNUM
               DISPLAY "Two different customer IDs are required - "
                   "nothing linked"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-LOCK-FAMILY-PAIR
           IF WS-PAIR-LOCKED
               PERFORM 2100-LINK-UNDER-LOCK
               PERFORM 7300-RELEASE-FAMILY-PAIR
           END-IF.

      *> Both accounts must be commercial. The child may not already
      *> belong to a family or head one with children of its own, and
      *> the parent may not be a child of someone else. A parent that
      *> has never been linked before gets its F record here, with no
      *> family limit and individual statements until terms are set.
       2100-LINK-UNDER-LOCK.
           MOVE WS-FM-PARENT-IDNUM TO WS-FM-READ-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND OR NOT CUST-CLASS-COMMERCIAL
               DISPLAY "Parent " WS-FM-PARENT-IDNUM " is not a "
                   "commercial customer on file - nothing linked"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FM-CHILD-IDNUM TO WS-FM-READ-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND OR NOT CUST-CLASS-COMMERCIAL
               DISPLAY "Child " WS-FM-CHILD-IDNUM " is not a "
                   "commercial customer on file - nothing linked"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CHILD-REUSE-SWITCH
           PERFORM 5100-READ-FAMILY-RECORD
           IF WS-FAMILY-FOUND
               IF NOT CF-IS-PARENT
                   DISPLAY "Child " WS-FM-CHILD-IDNUM " already belongs "
                       "to the family of " CF-PARENT-IDNUM
                       " - unlink it first"
                   EXIT PARAGRAPH
               END-IF
               IF CF-CHILD-COUNT > ZERO
                   DISPLAY "Child " WS-FM-CHILD-IDNUM " heads a family "
                       "of its own - only one level is allowed"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CHILD-REUSE-SWITCH
           END-IF
           MOVE WS-FM-PARENT-IDNUM TO WS-FM-READ-IDNUM
           PERFORM 5100-READ-FAMILY-RECORD
           IF WS-FAMILY-FOUND AND NOT CF-IS-PARENT
               DISPLAY "Parent " WS-FM-PARENT-IDNUM " is itself in the "
                   "family of " CF-PARENT-IDNUM " - only one level is "
                   "allowed"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-FAMILY-FOUND
               MOVE ZERO TO WS-FM-LIMIT
               MOVE 'N' TO WS-FM-CONSOLIDATE
               PERFORM 2200-WRITE-PARENT-RECORD
               IF NOT WS-FAMILY-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 2300-RECORD-CHILD-LINK
           IF WS-FAMILY-FOUND
               MOVE WS-FM-PARENT-IDNUM TO WS-FM-READ-IDNUM
               PERFORM 5100-READ-FAMILY-RECORD
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               ADD 1 TO CF-CHILD-COUNT
               REWRITE CUSTOMER-FAMILY-REC
                   INVALID KEY
                       DISPLAY "Child count update failed for parent "
                           WS-FM-PARENT-IDNUM
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
                       DISPLAY "Customer " WS-FM-CHILD-IDNUM
                           " linked to parent " WS-FM-PARENT-IDNUM
               END-REWRITE
           END-IF.

       2200-WRITE-PARENT-RECORD.
           MOVE 'N' TO WS-FAMILY-FOUND-SWITCH
           MOVE SPACES TO CUSTOMER-FAMILY-REC
           MOVE WS-FM-PARENT-IDNUM TO CF-IDNUM
           MOVE 'F' TO CF-REC-TYPE
           MOVE ZERO TO CF-SEQ
           MOVE ZERO TO CF-PARENT-IDNUM
           MOVE WS-FM-LIMIT TO CF-FAMILY-LIMIT
           MOVE WS-FM-CONSOLIDATE TO CF-CONSOLIDATE
           MOVE ZERO TO CF-CHILD-COUNT
           MOVE WS-TD-DATE TO CF-LINKED-DATE
           MOVE WS-OPERATOR-ID TO CF-LINKED-BY
           WRITE CUSTOMER-FAMILY-REC
               INVALID KEY
                   DISPLAY "Family record write failed for parent "
                       WS-FM-PARENT-IDNUM " - status " WS-CF-STATUS
               NOT INVALID KEY
                   PERFORM 9510-JOURNAL-WRITE
                   MOVE 'Y' TO WS-FAMILY-FOUND-SWITCH
           END-WRITE.

      *> A child that once headed an empty family already has an F
      *> record - it is turned into a child link rather than written.
       2300-RECORD-CHILD-LINK.
           MOVE 'N' TO WS-FAMILY-FOUND-SWITCH
           IF WS-CHILD-REUSE
               MOVE WS-FM-CHILD-IDNUM TO WS-FM-READ-IDNUM
               PERFORM 5100-READ-FAMILY-RECORD
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               PERFORM 2310-SET-CHILD-FIELDS
               REWRITE CUSTOMER-FAMILY-REC
                   INVALID KEY
                       DISPLAY "Family link update failed for child "
                           WS-FM-CHILD-IDNUM
                       MOVE 'N' TO WS-FAMILY-FOUND-SWITCH
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
               END-REWRITE
           ELSE
               MOVE SPACES TO CUSTOMER-FAMILY-REC
               MOVE WS-FM-CHILD-IDNUM TO CF-IDNUM
               MOVE 'F' TO CF-REC-TYPE
               MOVE ZERO TO CF-SEQ
               PERFORM 2310-SET-CHILD-FIELDS
               WRITE CUSTOMER-FAMILY-REC
                   INVALID KEY
                       DISPLAY "Family link write failed for child "
                           WS-FM-CHILD-IDNUM " - status " WS-CF-STATUS
                   NOT INVALID KEY
                       PERFORM 9510-JOURNAL-WRITE
                       MOVE 'Y' TO WS-FAMILY-FOUND-SWITCH
               END-WRITE
           END-IF.

       2310-SET-CHILD-FIELDS.
           MOVE WS-FM-PARENT-IDNUM TO CF-PARENT-IDNUM
           MOVE ZERO TO CF-FAMILY-LIMIT
           MOVE 'N' TO CF-CONSOLIDATE
           MOVE ZERO TO CF-CHILD-COUNT
           MOVE WS-TD-DATE TO CF-LINKED-DATE
           MOVE WS-OPERATOR-ID TO CF-LINKED-BY.

       3000-UNLINK-CHILD.
           DISPLAY "Child customer ID " WITH NO ADVANCING
           ACCEPT WS-FM-CHILD-IDNUM
           MOVE WS-FM-CHILD-IDNUM TO WS-FM-READ-IDNUM
           PERFORM 5100-READ-FAMILY-RECORD
           IF NOT WS-FAMILY-FOUND OR CF-IS-PARENT
               DISPLAY "Customer " WS-FM-CHILD-IDNUM " is not linked "
                   "to a parent"
               EXIT PARAGRAPH
           END-IF
           MOVE CF-PARENT-IDNUM TO WS-FM-PARENT-IDNUM
           PERFORM 7200-LOCK-FAMILY-PAIR
           IF WS-PAIR-LOCKED
               PERFORM 3100-UNLINK-UNDER-LOCK
               PERFORM 7300-RELEASE-FAMILY-PAIR
           END-IF.

      *> The parent's F record stays when its last child goes, so the
      *> family limit and billing choice survive a later re-link.
       3100-UNLINK-UNDER-LOCK.
           MOVE WS-FM-CHILD-IDNUM TO WS-FM-READ-IDNUM
           PERFORM 5100-READ-FAMILY-RECORD
           IF NOT WS-FAMILY-FOUND
               OR CF-PARENT-IDNUM NOT = WS-FM-PARENT-IDNUM
               DISPLAY "Family link for " WS-FM-CHILD-IDNUM
                   " changed by another operator - not unlinked"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMERDATA TO WS-JRN-BEFORE
           DELETE CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Family link delete failed for child "
                       WS-FM-CHILD-IDNUM
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM 9520-JOURNAL-DELETE
           END-DELETE
           MOVE WS-FM-PARENT-IDNUM TO WS-FM-READ-IDNUM
           PERFORM 5100-READ-FAMILY-RECORD
           IF WS-FAMILY-FOUND AND CF-CHILD-COUNT > ZERO
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               SUBTRACT 1 FROM CF-CHILD-COUNT
               REWRITE CUSTOMER-FAMILY-REC
                   INVALID KEY
                       DISPLAY "Child count update failed for parent "
                           WS-FM-PARENT-IDNUM
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
               END-REWRITE
           END-IF
           DISPLAY "Customer " WS-FM-CHILD-IDNUM " unlinked from parent "
               WS-FM-PARENT-IDNUM.

       4000-SET-FAMILY-TERMS.
           DISPLAY "Parent customer ID " WITH NO ADVANCING
           ACCEPT WS-FM-PARENT-IDNUM
           MOVE WS-FM-PARENT-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF WS-LOCK-GRANTED
               PERFORM 4100-SET-TERMS-UNDER-LOCK
               PERFORM 7100-RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "Customer " WS-FM-PARENT-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
           END-IF.

      *> The family limit is checked by CreditExceptions against the
      *> combined balance of the parent and all its children; zero
      *> means no family-level limit. Consolidated billing makes
      *> StatementRun print the whole family under the parent.
       4100-SET-TERMS-UNDER-LOCK.
           MOVE WS-FM-PARENT-IDNUM TO WS-FM-READ-IDNUM
           PERFORM 5000-READ-CUSTOMER-HEADER
           IF NOT WS-RECORD-FOUND OR NOT CUST-CLASS-COMMERCIAL
               DISPLAY "Customer " WS-FM-PARENT-IDNUM " is not a "
                   "commercial customer on file - terms not set"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-READ-FAMILY-RECORD
           IF WS-FAMILY-FOUND
               IF NOT CF-IS-PARENT
                   DISPLAY "Customer " WS-FM-PARENT-IDNUM " is a child "
                       "of " CF-PARENT-IDNUM " - terms are set on the "
                       "parent"
                   EXIT PARAGRAPH
               END-IF
               MOVE CF-FAMILY-LIMIT TO WS-FM-BALANCE-DISPLAY
               DISPLAY "Current family limit " WS-FM-BALANCE-DISPLAY
                   " consolidated billing " CF-CONSOLIDATE
                   " children " CF-CHILD-COUNT
           END-IF
           DISPLAY "Family credit limit (0 = none) " WITH NO ADVANCING
           ACCEPT WS-FM-LIMIT
           DISPLAY "Consolidated statements (Y/N) " WITH NO ADVANCING
           ACCEPT WS-FM-CONSOLIDATE
           MOVE FUNCTION UPPER-CASE(WS-FM-CONSOLIDATE)
               TO WS-FM-CONSOLIDATE
           IF WS-FM-CONSOLIDATE NOT = 'Y'
               MOVE 'N' TO WS-FM-CONSOLIDATE
           END-IF
           IF WS-FAMILY-FOUND
               MOVE CUSTOMERDATA TO WS-JRN-BEFORE
               MOVE WS-FM-LIMIT TO CF-FAMILY-LIMIT
               MOVE WS-FM-CONSOLIDATE TO CF-CONSOLIDATE
               REWRITE CUSTOMER-FAMILY-REC
                   INVALID KEY
                       DISPLAY "Family terms update failed for parent "
                           WS-FM-PARENT-IDNUM
                   NOT INVALID KEY
                       PERFORM 9500-JOURNAL-REWRITE
                       DISPLAY "Family terms updated for parent "
                           WS-FM-PARENT-IDNUM
               END-REWRITE
           ELSE
               PERFORM 2200-WRITE-PARENT-RECORD
               IF WS-FAMILY-FOUND
                   DISPLAY "Family terms recorded for parent "
                       WS-FM-PARENT-IDNUM
               END-IF
           END-IF.

       5000-READ-CUSTOMER-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-FM-READ-IDNUM TO IDNUM
           MOVE 'H' TO REC-TYPE
           MOVE ZERO TO REC-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ.

       5100-READ-FAMILY-RECORD.
           MOVE 'N' TO WS-FAMILY-FOUND-SWITCH
           MOVE WS-FM-READ-IDNUM TO CF-IDNUM
           MOVE 'F' TO CF-REC-TYPE
           MOVE ZERO TO CF-SEQ
           READ CUSTOMERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FAMILY-FOUND-SWITCH
           END-READ.

      *> Any member's number finds the family. Children are found by
      *> a pass over the F records, reading each child's header and
      *> then re-reading its F record so the pass carries on from it.
       6000-VIEW-FAMILY.
           DISPLAY "Customer ID of any family member " WITH NO ADVANCING
           ACCEPT WS-FM-READ-IDNUM
           PERFORM 5100-READ-FAMILY-RECORD
           IF NOT WS-FAMILY-FOUND
               DISPLAY "Customer " WS-FM-READ-IDNUM " is not in a "
                   "family"
               EXIT PARAGRAPH
           END-IF
           IF CF-IS-PARENT
               MOVE WS-FM-READ-IDNUM TO WS-FM-PARENT-IDNUM
           ELSE
               MOVE CF-PARENT-IDNUM TO WS-FM-PARENT-IDNUM
               MOVE WS-FM-PARENT-IDNUM TO WS-FM-READ-IDNUM
               PERFORM 5100-READ-FAMILY-RECORD
           END-IF
           MOVE CF-FAMILY-LIMIT TO WS-FM-LIMIT
           MOVE CF-CONSOLIDATE TO WS-FM-CONSOLIDATE
           MOVE CF-CHILD-COUNT TO WS-FM-CHILD-COUNT
           PERFORM 5000-READ-CUSTOMER-HEADER
           MOVE ZERO TO WS-FM-MEMBER-COUNT
           MOVE ZERO TO WS-FM-TOTAL-OWED
           DISPLAY "Family of " WS-FM-PARENT-IDNUM " - "
               WS-FM-CHILD-COUNT " children, consolidated billing "
               WS-FM-CONSOLIDATE
           PERFORM 6020-SHOW-MEMBER
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMERFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 6010-SCAN-ONE-RECORD UNTIL WS-SCAN-EOF
           MOVE WS-FM-TOTAL-OWED TO WS-FM-TOTAL-DISPLAY
           DISPLAY "  Family total owed " WS-FM-TOTAL-DISPLAY
               " across " WS-FM-MEMBER-COUNT " accounts"
           IF WS-FM-LIMIT > ZERO
               MOVE WS-FM-LIMIT TO WS-FM-BALANCE-DISPLAY
               DISPLAY "  Family credit limit " WS-FM-BALANCE-DISPLAY
               IF WS-FM-TOTAL-OWED > WS-FM-LIMIT
                   DISPLAY "  *** Family is over its credit limit"
               END-IF
           END-IF.

       6010-SCAN-ONE-RECORD.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF REC-IS-FAMILY
                   AND CF-PARENT-IDNUM = WS-FM-PARENT-IDNUM
                   MOVE CF-KEY TO WS-FM-SAVED-KEY
                   MOVE CF-IDNUM TO WS-FM-READ-IDNUM
                   PERFORM 5000-READ-CUSTOMER-HEADER
                   PERFORM 6020-SHOW-MEMBER
                   MOVE WS-FM-SAVED-KEY TO CUST-KEY
                   READ CUSTOMERFILE
                       INVALID KEY SET WS-SCAN-EOF TO TRUE
                   END-READ
               END-IF
           END-IF.

       6020-SHOW-MEMBER.
           IF WS-RECORD-FOUND
               ADD 1 TO WS-FM-MEMBER-COUNT
               ADD BALANCE TO WS-FM-TOTAL-OWED
               MOVE BALANCE TO WS-FM-BALANCE-DISPLAY
               DISPLAY "  " IDNUM " " FIRSTNAME " " LASTNAME " "
                   WS-FM-BALANCE-DISPLAY " status " CUST-STATUS
           ELSE
               DISPLAY "  " WS-FM-READ-IDNUM " header not on file"
           END-IF.

       7000-ACQUIRE-RECORD-LOCK.
           MOVE 'A' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

       7100-RELEASE-RECORD-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'R' TO WS-LOCK-TYPE
           CALL 'LockManager' USING WS-LOCK-ACTION, WS-LOCK-TYPE,
               WS-LOCK-IDNUM, WS-LOCK-OPERATOR, WS-LOCK-RESULT,
               WS-LOCK-HOLDER.

      *> A link touches two accounts, so both are locked - child
      *> first, then parent - and the child lock is given back if the
      *> parent is held by someone else.
       7200-LOCK-FAMILY-PAIR.
           MOVE 'N' TO WS-PAIR-LOCK-SWITCH
           MOVE WS-FM-CHILD-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF NOT WS-LOCK-GRANTED
               DISPLAY "Customer " WS-FM-CHILD-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FM-PARENT-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7000-ACQUIRE-RECORD-LOCK
           IF NOT WS-LOCK-GRANTED
               DISPLAY "Customer " WS-FM-PARENT-IDNUM " record held by "
                   "operator " WS-LOCK-HOLDER " - try again later"
               MOVE WS-FM-CHILD-IDNUM TO WS-LOCK-IDNUM
               PERFORM 7100-RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PAIR-LOCK-SWITCH.

       7300-RELEASE-FAMILY-PAIR.
           MOVE WS-FM-PARENT-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7100-RELEASE-RECORD-LOCK
           MOVE WS-FM-CHILD-IDNUM TO WS-LOCK-IDNUM
           PERFORM 7100-RELEASE-RECORD-LOCK.

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

       9520-JOURNAL-DELETE.
           MOVE 'D' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER
           CALL 'JournalWrite' USING WS-JRN-PROGRAM, WS-JRN-ACTION,
               WS-JRN-BEFORE, WS-JRN-AFTER.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           GOBACK.
