               88 OBQ-DOC-ALERT VALUE 'ALRT'.
               88 OBQ-DOC-DUNNING VALUE 'DUNN'.
               88 OBQ-DOC-STATEMENT VALUE 'STMT'.
               88 OBQ-DOC-ESTATE-CLAIM VALUE 'ESTC'.
               88 OBQ-DOC-AUDIT-CONFIRM VALUE 'ACNF'.
               88 OBQ-DOC-ADVERSE-ACTION VALUE 'ADVA'.
               88 OBQ-DOC-CHANGE-NOTICE VALUE 'CHGN'.
               88 OBQ-DOC-APP-DECLINE VALUE 'ADVD'.
               88 OBQ-DOC-REMINDER VALUE 'RMND'.
               88 OBQ-DOC-CONSENT VALUE 'ECNS'.
           02 OBQ-CHANNEL PIC X.
               88 OBQ-CHANNEL-PRINT VALUE 'P'.
               88 OBQ-CHANNEL-EMAIL VALUE 'E'.
