       01 COMPLAINTRECORD.
           02 CMP-KEY.
               03 CMP-IDNUM PIC 9(7).
               03 CMP-SEQ PIC 99.
           02 CMP-RECEIVED-DATE PIC 9(8).
           02 CMP-CHANNEL PIC X.
               88 CMP-BY-PHONE VALUE 'P'.
               88 CMP-BY-LETTER VALUE 'L'.
               88 CMP-BY-EMAIL VALUE 'E'.
               88 CMP-IN-BRANCH VALUE 'B'.
               88 CMP-VIA-REGULATOR VALUE 'R'.
               88 CMP-CHANNEL-VALID VALUE 'P' 'L' 'E' 'B' 'R'.
           02 CMP-CATEGORY PIC X(3).
               88 CMP-CAT-BILLING VALUE 'BIL'.
               88 CMP-CAT-FEES VALUE 'FEE'.
               88 CMP-CAT-COLLECTIONS VALUE 'COL'.
               88 CMP-CAT-PRIVACY VALUE 'PRV'.
               88 CMP-CAT-SERVICE VALUE 'SVC'.
               88 CMP-CAT-OTHER VALUE 'OTH'.
               88 CMP-CATEGORY-VALID VALUE 'BIL' 'FEE' 'COL' 'PRV'
                   'SVC' 'OTH'.
           02 CMP-OPERATOR PIC X(8).
           02 CMP-STATUS PIC X.
               88 CMP-OPEN VALUE 'O'.
               88 CMP-ACKNOWLEDGED VALUE 'A'.
               88 CMP-RESOLVED VALUE 'R'.
               88 CMP-OUTSTANDING VALUE 'O' 'A'.
           02 CMP-ACK-DUE PIC 9(8).
           02 CMP-ACK-DATE PIC 9(8).
           02 CMP-RESOLVE-DUE PIC 9(8).
           02 CMP-RESOLVED-DATE PIC 9(8).
           02 CMP-RESOLVED-BY PIC X(8).
           02 CMP-ROOT-CAUSE PIC X(3).
               88 CMP-CAUSE-STAFF VALUE 'STF'.
               88 CMP-CAUSE-SYSTEM VALUE 'SYS'.
               88 CMP-CAUSE-POLICY VALUE 'POL'.
               88 CMP-CAUSE-THIRD-PARTY VALUE 'TPY'.
               88 CMP-CAUSE-NO-FAULT VALUE 'NFF'.
               88 CMP-CAUSE-VALID VALUE 'STF' 'SYS' 'POL' 'TPY'
                   'NFF'.
           02 CMP-OUTCOME PIC X.
               88 CMP-UPHELD VALUE 'U'.
               88 CMP-PARTLY-UPHELD VALUE 'P'.
               88 CMP-NOT-UPHELD VALUE 'N'.
               88 CMP-OUTCOME-VALID VALUE 'U' 'P' 'N'.
           02 CMP-REDRESS PIC S9(7)V99.
           02 CMP-SUMMARY PIC X(60).
           02 CMP-RESOLUTION PIC X(60).
