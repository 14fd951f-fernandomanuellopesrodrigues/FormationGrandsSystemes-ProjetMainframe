      *****************************************************************
      * REVUE DES PLAFONDS D'ENCOURS (FICHIER CRLPND03)               *
      * FICHIER VSAM A CLE (LR-KEY = NUMERO DE CLIENT), UN            *
      * ENREGISTREMENT PAR CLIENT DONT LA REVUE TRIMESTRIELLE CRLREV  *
      * PROPOSE DE RELEVER (H) OU D'ABAISSER (B) LE PLAFOND, AVEC LES *
      * ELEMENTS DE LA PROPOSITION : DELAI MOYEN DE REGLEMENT ET      *
      * DELAI DES CONDITIONS, POINTE D'ENCOURS DU TRIMESTRE, NIVEAU   *
      * DE RELANCE, PENALITES FACTUREES ET MOTIF. COMPLETE EN LIGNE   *
      * PAR CRLAPP03 AVEC LA DECISION DU SERVICE CREDIT (A =          *
      * APPROUVER, R = REFUSER), SON COMMENTAIRE ET LE LOGIN DE       *
      * L'APPROBATEUR.                                                *
      * CRLAPPL SUPPRIME L'ENREGISTREMENT DES QU'IL A PRODUIT LE      *
      * MOUVEMENT FNCUSTM OU ECARTE LA PROPOSITION ; UNE NOUVELLE     *
      * REVUE REMPLACE LA PROPOSITION ENCORE EN ATTENTE DU CLIENT.    *
      * MONTANTS EN DOLLARS                                           *
      *****************************************************************
       01 CRLPND03-REC.
          05 LR-PROPOSAL.
             10 LR-KEY.
                15 LR-CUST-NO   PIC 9(4).
             10 FILLER          PIC X(1).
             10 LR-QUARTER      PIC X(6).
             10 FILLER          PIC X(1).
             10 LR-ACTION       PIC X(1).
                88 LR-INCREASE            VALUE 'H'.
                88 LR-DECREASE            VALUE 'B'.
             10 FILLER          PIC X(1).
             10 LR-OLD-LIMIT    PIC 9(9)V99.
             10 FILLER          PIC X(1).
             10 LR-NEW-LIMIT    PIC 9(9)V99.
             10 FILLER          PIC X(1).
             10 LR-AVG-DAYS     PIC 9(3).
             10 FILLER          PIC X(1).
             10 LR-TERMS-DAYS   PIC 9(2).
             10 FILLER          PIC X(1).
             10 LR-PEAK         PIC 9(9)V99.
             10 FILLER          PIC X(1).
             10 LR-DUN-LEVEL    PIC 9(1).
             10 FILLER          PIC X(1).
             10 LR-FEES         PIC 9(7)V99.
             10 FILLER          PIC X(1).
             10 LR-REASON       PIC X(40).
             10 FILLER          PIC X(1).
             10 LR-TIMESTAMP    PIC X(20).
          05 FILLER             PIC X(1).
          05 LR-DECISION        PIC X(1).
             88 LR-UNDECIDED              VALUE ' '.
             88 LR-APPROVE                VALUE 'A'.
             88 LR-REFUSE                 VALUE 'R'.
             88 LR-DECISION-VALID         VALUES 'A' 'R'.
          05 FILLER             PIC X(1).
          05 LR-COMMENT         PIC X(20).
          05 FILLER             PIC X(1).
          05 LR-APPROVER        PIC X(8).
          05 FILLER             PIC X(1).
          05 LR-DECISION-TS     PIC X(20).
