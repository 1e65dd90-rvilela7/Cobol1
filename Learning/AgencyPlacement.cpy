       01 AGENCYPLACEMENTRECORD.
           02 APL-RECORD-TYPE PIC X.
               88 APL-IS-PLACEMENT VALUE 'P'.
               88 APL-IS-RECALL VALUE 'R'.
           02 APL-AGENCY PIC X(4).
           02 APL-IDNUM PIC 9(7).
           02 APL-DATE PIC 9(8).
           02 APL-FIRSTNAME PIC X(25).
           02 APL-LASTNAME PIC X(25).
           02 APL-DOB PIC 9(8).
           02 APL-STREET PIC X(25).
           02 APL-CITY PIC X(15).
           02 APL-STATE PIC XX.
           02 APL-ZIP PIC X(10).
           02 APL-PHONE PIC X(15).
           02 APL-AMOUNT PIC 9(7)V99.
           02 APL-WRITTEN-OFF PIC X.
           02 APL-RECALL-REASON PIC X(3).
