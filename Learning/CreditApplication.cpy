       01 CREDITAPPRECORD.
           02 CRA-KEY.
               03 CRA-IDNUM PIC 9(7).
           02 CRA-FIRSTNAME PIC X(25).
           02 CRA-LASTNAME PIC X(25).
           02 CRA-STREET PIC X(25).
           02 CRA-CITY PIC X(15).
           02 CRA-STATE PIC XX.
           02 CRA-ZIP PIC X(10).
           02 CRA-EMAIL PIC X(30).
           02 CRA-CLASS PIC X.
           02 CRA-REGION PIC X.
           02 CRA-AGE PIC 9(3).
           02 CRA-RELATIONSHIP PIC X.
               88 CRA-HAS-RELATIONSHIP VALUE 'Y'.
           02 CRA-RELATED-IDNUM PIC 9(7).
           02 CRA-GUARANTOR PIC X.
               88 CRA-HAS-GUARANTOR VALUE 'Y'.
           02 CRA-GUARANTOR-IDNUM PIC 9(7).
           02 CRA-WRITEOFFS PIC 99.
           02 CRA-SCORE PIC S9(4).
           02 CRA-DECISION PIC X.
               88 CRA-APPROVE VALUE 'A'.
               88 CRA-REFER VALUE 'R'.
               88 CRA-DECLINE VALUE 'D'.
           02 CRA-REC-LIMIT PIC 9(7)V99.
           02 CRA-REC-GRADE PIC X.
           02 CRA-REASONS.
               03 CRA-REASON PIC XX OCCURS 3 TIMES.
           02 CRA-STATUS PIC X.
               88 CRA-SCORED VALUE 'S'.
               88 CRA-REFERRED VALUE 'W'.
               88 CRA-OFFICER-APPROVED VALUE 'O'.
               88 CRA-DECLINED VALUE 'D'.
               88 CRA-ACTIVATED VALUE 'A'.
           02 CRA-SCORED-DATE PIC 9(8).
           02 CRA-SCORED-BY PIC X(8).
           02 CRA-FINAL-LIMIT PIC 9(7)V99.
           02 CRA-FINAL-GRADE PIC X.
           02 CRA-OFFICER PIC X(8).
           02 CRA-DECIDED-DATE PIC 9(8).
           02 FILLER PIC X(6).
