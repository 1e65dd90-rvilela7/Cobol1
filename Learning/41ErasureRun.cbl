                     ==CB-MANDATE-ACTIVE==    BY ==ARCB-MANDATE-ACTIVE==
                     ==CB-MANDATE-DROPPED==   BY ==ARCB-MANDATE-DROPPED==
                     ==CB-FAIL-COUNT==        BY ==ARCB-FAIL-COUNT==
                     ==CB-PRENOTE-STATUS==    BY ==ARCB-PRENOTE-STATUS==
                     ==CB-PRENOTE-DUE==       BY ==ARCB-PRENOTE-DUE==
                     ==CB-PRENOTE-SENT==      BY ==ARCB-PRENOTE-SENT==
                     ==CB-PRENOTE-CLEARED==   BY ==ARCB-PRENOTE-CLEARED==
                     ==CB-PRENOTE-DATE==      BY ==ARCB-PRENOTE-DATE==
                     ==CB-ACCT-TYPE==         BY ==ARCB-ACCT-TYPE==
                     ==CB-ACCT-CHECKING==     BY ==ARCB-ACCT-CHECKING==
                     ==CB-ACCT-SAVINGS==      BY ==ARCB-ACCT-SAVINGS==
                     ==CB-NOC-CODE==          BY ==ARCB-NOC-CODE==
                     ==CB-NOC-DATE==          BY ==ARCB-NOC-DATE==
                     ==CUSTOMER-DEPOSIT-REC== BY ==ARC-DEPOSIT-REC==
                     ==REC-IS-DEPOSIT==       BY ==ARC-IS-DEPOSIT==
                     ==CD-KEY==               BY ==ARCD-KEY==
                     ==CD-REC-TYPE==          BY ==ARCD-REC-TYPE==
                     ==CD-SEQ==               BY ==ARCD-SEQ==
                     ==CD-DEPOSIT-BAL==       BY ==ARCD-DEPOSIT-BAL==
                     ==CD-LAST-ACTION==       BY ==ARCD-LAST-ACTION==
                     ==CD-HELD-SINCE==        BY ==ARCD-HELD-SINCE==
                     ==CD-INT-THROUGH==       BY ==ARCD-INT-THROUGH==
                     ==REC-IS-AUTHORIZED==    BY ==ARC-IS-AUTHORIZED==
                     ==CU-NAME==              BY ==ARCU-NAME==
                     ==CU-DOB==               BY ==ARCU-DOB==
                     ==CU-SSN-LAST4==         BY ==ARCU-SSN-LAST4==
                     ==CU-ZIP==               BY ==ARCU-ZIP==
                     ==CU-STATUS==            BY ==ARCU-STATUS==
                     ==REC-IS-CONSENT==       BY ==ARC-IS-CONSENT==
                     ==CV-CONSENT-EMAIL==     BY ==ARCV-CONSENT-EMAIL==
                     ==CV-PENDING-EMAIL==     BY ==ARCV-PENDING-EMAIL==
                     ==CV-PENDING-ACTION==    BY ==ARCV-PENDING-ACTION==.

       01 WS-XREF-ACTION PIC X.
       01 WS-XREF-SSN PIC 9(9).
           PERFORM 1360-ERASE-GUARANTOR
           PERFORM 1370-ERASE-BANK
           PERFORM 1380-ERASE-DEPOSIT
           PERFORM 1390-ERASE-AUTHORIZED
           PERFORM 1395-ERASE-CONSENT
           CLOSE CUSTOMERFILE.

       1100-ERASE-HEADER.
           MOVE 'D' TO WS-ERASE-TYPE
           PERFORM 1400-ERASE-ALL-OF-TYPE.

       1390-ERASE-AUTHORIZED.
           MOVE 'U' TO WS-ERASE-TYPE
           PERFORM 1400-ERASE-ALL-OF-TYPE.

      *> The consent record keeps its dates, method and disclosure
      *> version as evidence; only the addresses go.
       1395-ERASE-CONSENT.
           MOVE 'V' TO WS-ERASE-TYPE
           PERFORM 1400-ERASE-ALL-OF-TYPE.

       1400-ERASE-ALL-OF-TYPE.
           MOVE 'N' TO WS-TYPE-EOF-SWITCH
           MOVE WS-ERASE-IDNUM TO IDNUM
           ELSE IF REC-IS-DEPOSIT
               MOVE ZERO TO CD-DEPOSIT-BAL
               MOVE ZERO TO CD-LAST-ACTION
               MOVE ZERO TO CD-HELD-SINCE
               MOVE ZERO TO CD-INT-THROUGH
           ELSE IF REC-IS-AUTHORIZED
               MOVE SPACES TO CU-NAME
               MOVE SPACES TO CU-DOB
               MOVE SPACES TO CU-SSN-LAST4
               MOVE SPACES TO CU-ZIP
               MOVE 'R' TO CU-STATUS
           ELSE IF REC-IS-CONSENT
               MOVE SPACES TO CV-CONSENT-EMAIL
               MOVE SPACES TO CV-PENDING-EMAIL
               MOVE SPACE TO CV-PENDING-ACTION
           END-IF.

       2000-ERASE-ON-ARCHIVE.
