                   88 REC-IS-GUARANTOR VALUE 'G'.
                   88 REC-IS-BANK VALUE 'B'.
                   88 REC-IS-DEPOSIT VALUE 'D'.
                   88 REC-IS-BANKRUPTCY VALUE 'K'.
                   88 REC-IS-ESTATE VALUE 'E'.
                   88 REC-IS-SCRA VALUE 'M'.
                   88 REC-IS-FAMILY VALUE 'F'.
                   88 REC-IS-PLACEMENT VALUE 'C'.
                   88 REC-IS-CURRENCY VALUE 'X'.
                   88 REC-IS-SALES-REP VALUE 'S'.
                   88 REC-IS-CLOSURE VALUE 'Z'.
                   88 REC-IS-WRITEOFF VALUE 'W'.
                   88 REC-IS-EDI-PARTNER VALUE 'T'.
                   88 REC-IS-AUTHORIZED VALUE 'U'.
                   88 REC-IS-LANGUAGE VALUE 'L'.
                   88 REC-IS-CONSENT VALUE 'V'.
               03 REC-SEQ PIC 99.
           02 CUSTNAME.
               03 FIRSTNAME PIC X(25).
               88 CUST-ACTIVE VALUE 'A'.
               88 CUST-INACTIVE VALUE 'I'.
               88 CUST-CHARGED-OFF VALUE 'W'.
               88 CUST-CLOSED VALUE 'C'.
           02 CUST-CREDIT-LIMIT PIC 9(7)V99.
           02 CUST-REGION PIC X.
           02 CUST-DELIVERY PIC X.
               88 CA-USAGE-MAILING VALUE 'M'.
               88 CA-USAGE-BILLING VALUE 'B'.
               88 CA-USAGE-SEASONAL VALUE 'S'.
               88 CA-USAGE-ESTATE VALUE 'E'.
               88 CA-USAGE-FORMER VALUE 'H'.
           02 CA-ADDR-STATUS PIC X.
               88 CA-ADDR-GOOD VALUE 'G' ' '.
               88 CA-ADDR-RETURNED VALUE 'R'.
               88 CA-ADDR-CONFIRMED-BAD VALUE 'B'.
               88 CA-ADDR-UNVERIFIED VALUE 'U'.
           02 CA-RETURNED-DATE PIC 9(8).
           02 CA-SEASON-FROM PIC 9(4).
           02 CA-SEASON-TO PIC 9(4).
           02 CA-MOVED-DATE PIC 9(8).
           02 FILLER PIC X(69).
       01 CUSTOMER-PHONE-REC REDEFINES CUSTOMERDATA.
           02 CP-KEY.
               03 CP-IDNUM PIC 9(7).
               88 CP-USAGE-HOME VALUE 'H'.
               88 CP-USAGE-WORK VALUE 'W'.
               88 CP-USAGE-MOBILE VALUE 'M'.
           02 CP-VERIFY-STATUS PIC X.
               88 CP-UNVERIFIED VALUE 'U'.
           02 FILLER PIC X(100).
       01 CUSTOMER-GUARANTOR-REC REDEFINES CUSTOMERDATA.
           02 CG-KEY.
               03 CG-IDNUM PIC 9(7).
               88 CB-MANDATE-ACTIVE VALUE 'A'.
               88 CB-MANDATE-DROPPED VALUE 'D'.
           02 CB-FAIL-COUNT PIC 9.
           02 CB-PRENOTE-STATUS PIC X.
               88 CB-PRENOTE-DUE VALUE 'P'.
               88 CB-PRENOTE-SENT VALUE 'S'.
               88 CB-PRENOTE-CLEARED VALUE 'C' SPACE.
           02 CB-PRENOTE-DATE PIC 9(8).
           02 CB-ACCT-TYPE PIC X.
               88 CB-ACCT-CHECKING VALUE 'C' SPACE.
               88 CB-ACCT-SAVINGS VALUE 'S'.
           02 CB-NOC-CODE PIC X(3).
           02 CB-NOC-DATE PIC 9(8).
           02 FILLER PIC X(90).
       01 CUSTOMER-DEPOSIT-REC REDEFINES CUSTOMERDATA.
           02 CD-KEY.
               03 CD-IDNUM PIC 9(7).
               03 CD-SEQ PIC 99.
           02 CD-DEPOSIT-BAL PIC S9(7)V99.
           02 CD-LAST-ACTION PIC 9(8).
           02 CD-HELD-SINCE PIC 9(8).
           02 CD-INT-THROUGH PIC 9(8).
           02 FILLER PIC X(114).
       01 CUSTOMER-BANKRUPTCY-REC REDEFINES CUSTOMERDATA.
           02 CK-KEY.
               03 CK-IDNUM PIC 9(7).
               03 CK-REC-TYPE PIC X.
               03 CK-SEQ PIC 99.
           02 CK-CHAPTER PIC 99.
               88 CK-CHAPTER-VALID VALUE 7 11 12 13.
           02 CK-CASE-NUMBER PIC X(15).
           02 CK-FILING-DATE PIC 9(8).
           02 CK-STATUS PIC X.
               88 CK-STAY-IN-FORCE VALUE 'F'.
               88 CK-DISCHARGED VALUE 'D'.
               88 CK-DISMISSED VALUE 'X'.
           02 CK-OUTCOME-DATE PIC 9(8).
           02 CK-WRITEOFF-DATE PIC 9(8).
           02 CK-ENTERED-BY PIC X(8).
           02 FILLER PIC X(97).
       01 CUSTOMER-ESTATE-REC REDEFINES CUSTOMERDATA.
           02 CE-KEY.
               03 CE-IDNUM PIC 9(7).
               03 CE-REC-TYPE PIC X.
               03 CE-SEQ PIC 99.
           02 CE-DEATH-DATE PIC 9(8).
           02 CE-NOTICE-SOURCE PIC X.
               88 CE-NOTICE-FAMILY VALUE 'F'.
               88 CE-NOTICE-EXECUTOR VALUE 'E'.
               88 CE-NOTICE-COURT VALUE 'C'.
               88 CE-NOTICE-SSA VALUE 'S'.
               88 CE-NOTICE-OTHER VALUE 'O'.
               88 CE-NOTICE-VALID VALUE 'F' 'E' 'C' 'S' 'O'.
           02 CE-NOTICE-DATE PIC 9(8).
           02 CE-EXECUTOR-NAME PIC X(30).
           02 CE-CLAIM-DATE PIC 9(8).
           02 CE-INT-REVERSED PIC S9(7)V99.
           02 CE-FEE-REVERSED PIC S9(7)V99.
           02 CE-ENTERED-BY PIC X(8).
           02 FILLER PIC X(66).
       01 CUSTOMER-SCRA-REC REDEFINES CUSTOMERDATA.
           02 CM-KEY.
               03 CM-IDNUM PIC 9(7).
               03 CM-REC-TYPE PIC X.
               03 CM-SEQ PIC 99.
           02 CM-DUTY-START PIC 9(8).
           02 CM-DUTY-END PIC 9(8).
           02 CM-DOC-DATE PIC 9(8).
           02 CM-RECORDED-DATE PIC 9(8).
           02 CM-CREDIT-DATE PIC 9(8).
           02 CM-CREDIT-AMOUNT PIC S9(7)V99.
           02 CM-ENTERED-BY PIC X(8).
           02 FILLER PIC X(90).
       01 CUSTOMER-FAMILY-REC REDEFINES CUSTOMERDATA.
           02 CF-KEY.
               03 CF-IDNUM PIC 9(7).
               03 CF-REC-TYPE PIC X.
               03 CF-SEQ PIC 99.
           02 CF-PARENT-IDNUM PIC 9(7).
               88 CF-IS-PARENT VALUE ZERO.
           02 CF-FAMILY-LIMIT PIC 9(7)V99.
           02 CF-CONSOLIDATE PIC X.
               88 CF-CONSOLIDATED-BILLING VALUE 'Y'.
           02 CF-CHILD-COUNT PIC 9(3).
           02 CF-LINKED-DATE PIC 9(8).
           02 CF-LINKED-BY PIC X(8).
           02 FILLER PIC X(111).
       01 CUSTOMER-PLACEMENT-REC REDEFINES CUSTOMERDATA.
           02 CC-KEY.
               03 CC-IDNUM PIC 9(7).
               03 CC-REC-TYPE PIC X.
               03 CC-SEQ PIC 99.
           02 CC-AGENCY PIC X(4).
           02 CC-PLACED-DATE PIC 9(8).
           02 CC-PLACED-AMOUNT PIC S9(7)V99.
           02 CC-WRITTEN-OFF PIC X.
               88 CC-POST-WRITEOFF VALUE 'Y'.
           02 CC-STATUS PIC X.
               88 CC-PLACED VALUE 'P'.
               88 CC-RECALLED VALUE 'R'.
           02 CC-RECALL-DATE PIC 9(8).
           02 CC-RECALL-REASON PIC X(3).
               88 CC-RECALL-DISPUTE VALUE 'DSP'.
               88 CC-RECALL-BANKRUPT VALUE 'BKR'.
               88 CC-RECALL-DECEASED VALUE 'DEC'.
               88 CC-RECALL-OTHER VALUE 'OTH'.
           02 CC-GROSS-COLLECTED PIC S9(7)V99.
           02 CC-COMMISSION PIC S9(7)V99.
           02 CC-LAST-REMIT-DATE PIC 9(8).
           02 CC-PLACED-BY PIC X(8).
           02 FILLER PIC X(79).
       01 CUSTOMER-CURRENCY-REC REDEFINES CUSTOMERDATA.
           02 CX-KEY.
               03 CX-IDNUM PIC 9(7).
               03 CX-REC-TYPE PIC X.
               03 CX-SEQ PIC 99.
           02 CX-CURRENCY PIC X(3).
           02 CX-SET-DATE PIC 9(8).
           02 CX-SET-BY PIC X(8).
           02 FILLER PIC X(128).
       01 CUSTOMER-SALESREP-REC REDEFINES CUSTOMERDATA.
           02 CS-KEY.
               03 CS-IDNUM PIC 9(7).
               03 CS-REC-TYPE PIC X.
               03 CS-SEQ PIC 99.
           02 CS-REP-CODE PIC X(4).
           02 CS-ASSIGNED-DATE PIC 9(8).
           02 CS-ASSIGNED-BY PIC X(8).
           02 FILLER PIC X(127).
       01 CUSTOMER-CLOSURE-REC REDEFINES CUSTOMERDATA.
           02 CZ-KEY.
               03 CZ-IDNUM PIC 9(7).
               03 CZ-REC-TYPE PIC X.
               03 CZ-SEQ PIC 99.
           02 CZ-REASON PIC X(3).
               88 CZ-REASON-CUSTOMER VALUE 'CUS'.
               88 CZ-REASON-MOVED VALUE 'MOV'.
               88 CZ-REASON-DECEASED VALUE 'DEC'.
               88 CZ-REASON-FRAUD VALUE 'FRD'.
               88 CZ-REASON-DUPLICATE VALUE 'DUP'.
               88 CZ-REASON-OTHER VALUE 'OTH'.
               88 CZ-REASON-VALID VALUE 'CUS' 'MOV' 'DEC' 'FRD'
                   'DUP' 'OTH'.
           02 CZ-REASON-TEXT PIC X(40).
           02 CZ-CLOSED-DATE PIC 9(8).
           02 CZ-CLOSED-BY PIC X(8).
           02 CZ-FINAL-BILL PIC S9(7)V99.
           02 CZ-DEPOSIT-APPLIED PIC S9(7)V99.
           02 CZ-FINAL-BALANCE PIC S9(7)V99.
           02 CZ-OUTCOME PIC X.
               88 CZ-TO-REFUND VALUE 'R'.
               88 CZ-TO-COLLECTIONS VALUE 'C'.
               88 CZ-SETTLED VALUE 'S'.
           02 FILLER PIC X(60).
       01 CUSTOMER-WRITEOFF-REC REDEFINES CUSTOMERDATA.
           02 CW-KEY.
               03 CW-IDNUM PIC 9(7).
               03 CW-REC-TYPE PIC X.
               03 CW-SEQ PIC 99.
           02 CW-WOF-DATE PIC 9(8).
           02 CW-PRINCIPAL PIC S9(7)V99.
           02 CW-INTEREST PIC S9(7)V99.
           02 CW-FEES PIC S9(7)V99.
           02 CW-EVENT-CODE PIC X.
               88 CW-EVENT-BANKRUPTCY VALUE 'A'.
               88 CW-EVENT-POLICY VALUE 'G'.
           02 CW-REASON PIC X(20).
           02 FILLER PIC X(91).
       01 CUSTOMER-EDI-PARTNER-REC REDEFINES CUSTOMERDATA.
           02 CT-KEY.
               03 CT-IDNUM PIC 9(7).
               03 CT-REC-TYPE PIC X.
               03 CT-SEQ PIC 99.
           02 CT-PARTNER-QUAL PIC XX.
           02 CT-PARTNER-ID PIC X(15).
           02 CT-STATUS PIC X.
               88 CT-PARTNER-ACTIVE VALUE 'A'.
               88 CT-PARTNER-SUSPENDED VALUE 'S'.
           02 CT-START-DATE PIC 9(8).
           02 CT-SET-BY PIC X(8).
           02 FILLER PIC X(113).
       01 CUSTOMER-AUTHORIZED-REC REDEFINES CUSTOMERDATA.
           02 CU-KEY.
               03 CU-IDNUM PIC 9(7).
               03 CU-REC-TYPE PIC X.
               03 CU-SEQ PIC 99.
           02 CU-NAME PIC X(30).
           02 CU-RELATION PIC X(15).
           02 CU-PERMISSION PIC X.
               88 CU-INQUIRY-ONLY VALUE 'I'.
               88 CU-MAY-ARRANGE VALUE 'A'.
               88 CU-PERMISSION-VALID VALUE 'I' 'A'.
           02 CU-EXPIRY-DATE PIC 9(8).
           02 CU-DOB PIC X(8).
           02 CU-SSN-LAST4 PIC X(4).
           02 CU-ZIP PIC X(5).
           02 CU-STATUS PIC X.
               88 CU-ACTIVE VALUE 'A'.
               88 CU-REVOKED VALUE 'R'.
           02 CU-ADDED-DATE PIC 9(8).
           02 CU-ADDED-BY PIC X(8).
           02 CU-REVOKED-DATE PIC 9(8).
           02 FILLER PIC X(51).
       01 CUSTOMER-LANGUAGE-REC REDEFINES CUSTOMERDATA.
           02 CL-KEY.
               03 CL-IDNUM PIC 9(7).
               03 CL-REC-TYPE PIC X.
               03 CL-SEQ PIC 99.
           02 CL-LANGUAGE PIC XX.
               88 CL-ENGLISH VALUE 'EN'.
               88 CL-SPANISH VALUE 'ES'.
               88 CL-LANGUAGE-VALID VALUE 'EN' 'ES'.
           02 CL-SET-DATE PIC 9(8).
           02 CL-SET-BY PIC X(8).
           02 CL-SOURCE PIC X.
               88 CL-FROM-ONBOARDING VALUE 'O'.
               88 CL-FROM-MAINTENANCE VALUE 'M'.
           02 FILLER PIC X(128).
       01 CUSTOMER-CONSENT-REC REDEFINES CUSTOMERDATA.
           02 CV-KEY.
               03 CV-IDNUM PIC 9(7).
               03 CV-REC-TYPE PIC X.
               03 CV-SEQ PIC 99.
           02 CV-STATUS PIC X.
               88 CV-NEVER-GIVEN VALUE ' '.
               88 CV-GIVEN VALUE 'G'.
               88 CV-WITHDRAWN VALUE 'W'.
           02 CV-CONSENT-DATE PIC 9(8).
           02 CV-CONSENT-METHOD PIC X.
           02 CV-DISCLOSURE-VER PIC X(8).
           02 CV-CONSENT-EMAIL PIC X(30).
           02 CV-CONFIRMED-BY PIC X(8).
           02 CV-WITHDRAWN-DATE PIC 9(8).
           02 CV-WITHDRAWN-METHOD PIC X.
           02 CV-WITHDRAWN-BY PIC X(8).
           02 CV-PENDING-ACTION PIC X.
               88 CV-NOTHING-PENDING VALUE ' '.
               88 CV-ENROLL-PENDING VALUE 'E'.
               88 CV-WITHDRAW-PENDING VALUE 'W'.
           02 CV-PENDING-CODE PIC 9(6).
           02 CV-PENDING-DATE PIC 9(8).
           02 CV-PENDING-EMAIL PIC X(30).
           02 CV-PENDING-VERSION PIC X(8).
           02 CV-PENDING-BY PIC X(8).
           02 CV-PENDING-TRIES PIC 9.
           02 FILLER PIC X(12).
       01 CUSTOMER-NOTE-REC REDEFINES CUSTOMERDATA.
           02 CN-KEY.
               03 CN-IDNUM PIC 9(7).
