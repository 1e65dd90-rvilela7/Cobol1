               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CF-STATUS.
           SELECT EXTRACTFILE ASSIGN TO "files/MasterExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT EXCEPTIONRPT ASSIGN TO "files/CreditExceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
       FD CUSTOMERFILE.
       COPY "CustomerRecord.cpy".

       FD EXTRACTFILE.
       01 EXTRACTLINE PIC X(180).

       FD EXCEPTIONRPT.
       01 PRINTLINE PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "MasterExtract.cpy".

       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WSEOF VALUE 'Y'.
       01 WS-HAVE-SWITCH PIC X VALUE 'N'.
           88 WS-HAVE-CUSTOMER VALUE 'Y'.
       01 WS-SOURCE-SWITCH PIC X VALUE 'M'.
           88 WS-FROM-EXTRACT VALUE 'E'.
       01 WS-PARM-STRING PIC X(40).

       01 HEADS PIC X(118) VALUE
           "IDNum    FirstName                LastName                 Balance        Limit          Over by        Grade".
       01 WS-EXCEPTION-COUNT PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-OVER-BY PIC 9(7)V99.

       01 FAMILYTITLE PIC X(44) VALUE
           "Account families over the parent-level limit".
       01 FAMILYHEADS PIC X(87) VALUE
           "Parent      Parent name               Accts      Combined bal     Fam limit     Over by".
       01 FAMILYLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNFAMPARENT PIC 9(7).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNFAMNAME PIC X(25).
           02 FILLER PIC XX VALUE SPACE.
           02 PRNFAMMEMBERS PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNFAMBALANCE PIC $$$,$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNFAMLIMIT PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PRNFAMOVERBY PIC $$$,$$$,$$9.99.
       01 FAMILYFOOTING.
           02 FILLER PIC X(26) VALUE "Over-limit families found:".
           02 PRNFAMCOUNT PIC ZZZZ9.

       01 WS-FAMILY-EXCEPTIONS PIC 9(4) COMP-3 VALUE ZERO.
       01 WS-FAMILY-OWED PIC S9(9)V99 COMP-3.
       01 WS-FAMILY-OVER-BY PIC 9(9)V99.
       01 WS-MEMBER-IDNUM PIC 9(7) VALUE ZERO.
       01 WS-MEMBER-PARENT PIC 9(7).
       01 WS-MEMBER-ROLE PIC X.
       01 WS-MEMBER-LIMIT PIC 9(7)V99.
       01 WS-FAMILY-COUNT PIC 9(3) COMP-3 VALUE ZERO.
       01 WS-FAMILY-IDX PIC 9(3) COMP-3.
       01 WS-FAMILY-HIT PIC 9(3) COMP-3.
       01 WS-FAMILY-TABLE.
           02 WS-FAMILY-ENTRY OCCURS 300 TIMES.
               03 WS-FAM-PARENT PIC 9(7).
               03 WS-FAM-NAME PIC X(25).
               03 WS-FAM-LIMIT PIC 9(7)V99 COMP-3.
               03 WS-FAM-BALANCE PIC S9(9)V99 COMP-3.
               03 WS-FAM-MEMBERS PIC 9(3) COMP-3.

       01 WS-MX-CONTROL PIC X(180).
       01 WS-MX-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MX-READ-BALANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-MX-CONTROL-LINE PIC X(100).
       01 WS-MX-CHECK-LINE PIC X(100).
       01 WS-MX-CHECK-RESULT PIC X.
           88 WS-MX-AGREES VALUE 'Y'.

       01 WS-CF-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-EX-STATUS PIC XX.
       01 WS-ABEND-FILE-NAME PIC X(20).
       01 WS-ABEND-STATUS PIC XX.

      *> Run with the EXTRACT parm, the report reads the nightly
      *> master extract instead of the live master, and prints and
      *> checks the extract's control totals at the foot.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:7) = "EXTRACT"
               SET WS-FROM-EXTRACT TO TRUE
           END-IF
           PERFORM 0200-OPEN-SOURCE
           OPEN OUTPUT EXCEPTIONRPT
           IF WS-EX-STATUS NOT = "00"
               MOVE "EXCEPTIONRPT" TO WS-ABEND-FILE-NAME
           PERFORM 1000-CHECK-CUSTOMER UNTIL WSEOF
           MOVE WS-EXCEPTION-COUNT TO PRNEXCCOUNT
           WRITE PRINTLINE FROM FOOTINGLINE
           PERFORM 3000-PRINT-FAMILY-EXCEPTIONS
           PERFORM 0300-CLOSE-SOURCE
           PERFORM 0500-PRINT-EXTRACT-CONTROL
           CLOSE EXCEPTIONRPT
           DISPLAY "Credit exception report complete - "
               WS-EXCEPTION-COUNT " over-limit accounts, "
               WS-FAMILY-EXCEPTIONS " over-limit account families"
           GOBACK.

       0200-OPEN-SOURCE.
           IF WS-FROM-EXTRACT
               OPEN INPUT EXTRACTFILE
               IF WS-MX-STATUS NOT = "00"
                   MOVE "EXTRACTFILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-MX-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
               END-IF
               READ EXTRACTFILE INTO MASTEREXTRACTREC
                   AT END MOVE SPACES TO MASTEREXTRACTREC
               END-READ
               IF NOT MX-IS-CONTROL
                   DISPLAY "Master extract has no control record - "
                       "CreditExceptions ended"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE MASTEREXTRACTREC TO WS-MX-CONTROL
           ELSE
               OPEN INPUT CUSTOMERFILE
               IF WS-CF-STATUS NOT = "00"
                   MOVE "CUSTOMERFILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-CF-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       0300-CLOSE-SOURCE.
           IF WS-FROM-EXTRACT
               CLOSE EXTRACTFILE
               CALL 'ExtractControl' USING WS-MX-CONTROL,
                   WS-MX-READ-COUNT, WS-MX-READ-BALANCE,
                   WS-MX-CONTROL-LINE, WS-MX-CHECK-LINE,
                   WS-MX-CHECK-RESULT
           ELSE
               CLOSE CUSTOMERFILE
           END-IF.

       0400-NEXT-CUSTOMER.
           MOVE 'N' TO WS-HAVE-SWITCH
           IF WS-FROM-EXTRACT
               READ EXTRACTFILE INTO MASTEREXTRACTREC
                   AT END SET WSEOF TO TRUE
                   NOT AT END
                       MOVE 'Y' TO WS-HAVE-SWITCH
                       ADD 1 TO WS-MX-READ-COUNT
                       ADD MX-BALANCE TO WS-MX-READ-BALANCE
               END-READ
           ELSE
               READ CUSTOMERFILE
                   AT END SET WSEOF TO TRUE
                   NOT AT END
                       IF REC-IS-FAMILY
                           PERFORM 0420-NOTE-FAMILY-RECORD
                       END-IF
                       IF REC-IS-HEADER
                           PERFORM 0410-LOAD-FROM-HEADER
                       END-IF
               END-READ
           END-IF.

       0410-LOAD-FROM-HEADER.
           MOVE 'Y' TO WS-HAVE-SWITCH
           MOVE IDNUM TO MX-IDNUM
           MOVE FIRSTNAME TO MX-FIRSTNAME
           MOVE LASTNAME TO MX-LASTNAME
           MOVE BALANCE TO MX-BALANCE
           MOVE CUST-STATUS TO MX-STATUS
           MOVE CUST-CREDIT-LIMIT TO MX-CREDIT-LIMIT
           MOVE CUST-RISK-GRADE TO MX-RISK-GRADE
           IF IDNUM = WS-MEMBER-IDNUM
               MOVE WS-MEMBER-ROLE TO MX-FAMILY-ROLE
               MOVE WS-MEMBER-PARENT TO MX-FAMILY-PARENT-ID
               MOVE WS-MEMBER-LIMIT TO MX-FAMILY-LIMIT
           ELSE
               MOVE SPACE TO MX-FAMILY-ROLE
               MOVE ZERO TO MX-FAMILY-PARENT-ID MX-FAMILY-LIMIT
           END-IF.

      *> A customer's F record comes just ahead of its header, so on
      *> the live master it is noted here and joined to the header
      *> when that arrives - the extract carries it already joined.
       0420-NOTE-FAMILY-RECORD.
           MOVE CF-IDNUM TO WS-MEMBER-IDNUM
           IF CF-IS-PARENT
               MOVE 'P' TO WS-MEMBER-ROLE
               MOVE CF-IDNUM TO WS-MEMBER-PARENT
           ELSE
               MOVE 'M' TO WS-MEMBER-ROLE
               MOVE CF-PARENT-IDNUM TO WS-MEMBER-PARENT
           END-IF
           MOVE CF-FAMILY-LIMIT TO WS-MEMBER-LIMIT.

       0500-PRINT-EXTRACT-CONTROL.
           IF WS-FROM-EXTRACT
               WRITE PRINTLINE FROM WS-MX-CONTROL-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRINTLINE FROM WS-MX-CHECK-LINE
               DISPLAY WS-MX-CONTROL-LINE
               DISPLAY WS-MX-CHECK-LINE
               IF NOT WS-MX-AGREES
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1000-CHECK-CUSTOMER.
           PERFORM 0400-NEXT-CUSTOMER
           IF WS-HAVE-CUSTOMER
               IF NOT MX-NO-FAMILY
                   PERFORM 1200-ADD-MEMBER-BALANCE
               END-IF
               IF MX-ACTIVE
                   AND MX-CREDIT-LIMIT > ZERO
                   AND MX-BALANCE < ZERO
                   AND (MX-BALANCE * -1) > MX-CREDIT-LIMIT
                   PERFORM 2000-WRITE-EXCEPTION
               END-IF
           END-IF.

       1110-FIND-FAMILY-ENTRY.
           MOVE ZERO TO WS-FAMILY-HIT
           PERFORM 1120-MATCH-FAMILY-ENTRY
               VARYING WS-FAMILY-IDX FROM 1 BY 1
               UNTIL WS-FAMILY-IDX > WS-FAMILY-COUNT
                   OR WS-FAMILY-HIT > ZERO
           MOVE WS-FAMILY-HIT TO WS-FAMILY-IDX
           IF WS-FAMILY-IDX = ZERO
               IF WS-FAMILY-COUNT < 300
                   ADD 1 TO WS-FAMILY-COUNT
                   MOVE WS-FAMILY-COUNT TO WS-FAMILY-IDX
                   MOVE WS-MEMBER-PARENT TO WS-FAM-PARENT(WS-FAMILY-IDX)
                   MOVE SPACES TO WS-FAM-NAME(WS-FAMILY-IDX)
                   MOVE ZERO TO WS-FAM-LIMIT(WS-FAMILY-IDX)
                   MOVE ZERO TO WS-FAM-BALANCE(WS-FAMILY-IDX)
                   MOVE ZERO TO WS-FAM-MEMBERS(WS-FAMILY-IDX)
               ELSE
                   DISPLAY "Family table full - family of "
                       WS-MEMBER-PARENT " not checked"
                   MOVE ZERO TO WS-FAMILY-IDX
               END-IF
           END-IF.

       1120-MATCH-FAMILY-ENTRY.
           IF WS-FAM-PARENT(WS-FAMILY-IDX) = WS-MEMBER-PARENT
               MOVE WS-FAMILY-IDX TO WS-FAMILY-HIT
           END-IF.

      *> The parent's record carries the family limit; every member,
      *> parent included, counts toward the combined balance.
       1200-ADD-MEMBER-BALANCE.
           MOVE MX-FAMILY-PARENT-ID TO WS-MEMBER-PARENT
           PERFORM 1110-FIND-FAMILY-ENTRY
           IF WS-FAMILY-IDX > ZERO
               IF MX-FAMILY-PARENT
                   MOVE MX-FAMILY-LIMIT TO WS-FAM-LIMIT(WS-FAMILY-IDX)
                   MOVE MX-LASTNAME TO WS-FAM-NAME(WS-FAMILY-IDX)
               END-IF
               ADD MX-BALANCE TO WS-FAM-BALANCE(WS-FAMILY-IDX)
               ADD 1 TO WS-FAM-MEMBERS(WS-FAMILY-IDX)
           END-IF.

       2000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           COMPUTE WS-OVER-BY = (MX-BALANCE * -1) - MX-CREDIT-LIMIT
           MOVE MX-IDNUM TO PRNCUSTID
           MOVE MX-FIRSTNAME TO PRNFIRSTNAME
           MOVE MX-LASTNAME TO PRNLASTNAME
           MOVE MX-BALANCE TO PRNBALANCE
           MOVE MX-CREDIT-LIMIT TO PRNLIMIT
           MOVE WS-OVER-BY TO PRNOVERBY
           IF MX-GRADE-KNOWN
               MOVE MX-RISK-GRADE TO PRNGRADE
           ELSE
               MOVE '-' TO PRNGRADE
           END-IF
           WRITE PRINTLINE FROM EXCEPTIONLINE.

      *> Balances owed are negative on the master, so a family is over
      *> its limit when the combined balance, turned positive, is
      *> more than the limit held on the parent's family record.
       3000-PRINT-FAMILY-EXCEPTIONS.
           MOVE SPACES TO PRINTLINE
           WRITE PRINTLINE
           WRITE PRINTLINE FROM FAMILYTITLE
           WRITE PRINTLINE FROM FAMILYHEADS
           PERFORM 3010-CHECK-ONE-FAMILY
               VARYING WS-FAMILY-IDX FROM 1 BY 1
               UNTIL WS-FAMILY-IDX > WS-FAMILY-COUNT
           MOVE WS-FAMILY-EXCEPTIONS TO PRNFAMCOUNT
           WRITE PRINTLINE FROM FAMILYFOOTING.

       3010-CHECK-ONE-FAMILY.
           COMPUTE WS-FAMILY-OWED = WS-FAM-BALANCE(WS-FAMILY-IDX) * -1
           IF WS-FAM-LIMIT(WS-FAMILY-IDX) > ZERO
               AND WS-FAMILY-OWED > WS-FAM-LIMIT(WS-FAMILY-IDX)
               ADD 1 TO WS-FAMILY-EXCEPTIONS
               COMPUTE WS-FAMILY-OVER-BY =
                   WS-FAMILY-OWED - WS-FAM-LIMIT(WS-FAMILY-IDX)
               MOVE WS-FAM-PARENT(WS-FAMILY-IDX) TO PRNFAMPARENT
               MOVE WS-FAM-NAME(WS-FAMILY-IDX) TO PRNFAMNAME
               MOVE WS-FAM-MEMBERS(WS-FAMILY-IDX) TO PRNFAMMEMBERS
               MOVE WS-FAM-BALANCE(WS-FAMILY-IDX) TO PRNFAMBALANCE
               MOVE WS-FAM-LIMIT(WS-FAMILY-IDX) TO PRNFAMLIMIT
               MOVE WS-FAMILY-OVER-BY TO PRNFAMOVERBY
               WRITE PRINTLINE FROM FAMILYLINE
           END-IF.

       9900-ABEND.
           DISPLAY "ABEND - " WS-ABEND-FILE-NAME
               " FILE STATUS " WS-ABEND-STATUS
