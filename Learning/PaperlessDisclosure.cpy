      *> Disclosure a customer accepts to have statements and notices
      *> sent by email in place of paper. The version goes on the
      *> customer's consent record, so give the wording a new version
      *> whenever it changes.
       01 WS-PD-VERSION PIC X(8) VALUE "ED2026A".
       01 WS-PD-WORDING-VALUES.
           02 FILLER PIC X(60) VALUE
               "By confirming you agree to receive your statements, notices".
           02 FILLER PIC X(60) VALUE
               "and other account documents by email instead of on paper.".
           02 FILLER PIC X(60) VALUE
               "Documents are sent as plain text to this email address.".
           02 FILLER PIC X(60) VALUE
               "You may ask for a paper copy of any document at no charge,".
           02 FILLER PIC X(60) VALUE
               "and you may withdraw this consent at any time by calling".
           02 FILLER PIC X(60) VALUE
               "us. Please tell us if your email address changes.".
       01 WS-PD-WORDING-TABLE REDEFINES WS-PD-WORDING-VALUES.
           02 WS-PD-LINE PIC X(60) OCCURS 6 TIMES.
       01 WS-PD-COUNT PIC 9 VALUE 6.
      *> Days the customer has to give back a confirmation code.
       01 WS-PD-CODE-DAYS PIC 99 VALUE 14.
       01 WS-PD-IDX PIC 9.
