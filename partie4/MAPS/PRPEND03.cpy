      *****************************************************************
      * REPRICAGES EN ATTENTE D'APPROBATION (FICHIER PRPEND03)        *
      * FICHIER VSAM A CLE (PV-KEY = NUMERO DE PRODUIT), UN           *
      * ENREGISTREMENT PAR PRODUIT DONT LE REPRICAGE HORS TOLERANCE A *
      * ETE MIS EN ATTENTE PAR IMPPRODS (FNPRPEND) : INSCRIT CHAQUE   *
      * NUIT PAR APPRPRC, COMPLETE EN LIGNE PAR PRCAPP03 AVEC LA      *
      * DECISION (A = APPROUVER, R = REFUSER), SON COMMENTAIRE ET LE  *
      * LOGIN DE L'APPROBATEUR, QUI NE PEUT PAS ETRE L'AUTEUR DU      *
      * CHARGEMENT. APPRPRC SUPPRIME L'ENREGISTREMENT DES QU'IL A     *
      * APPLIQUE OU RENVOYE LE REPRICAGE. LES 49 PREMIERS OCTETS      *
      * REPRENNENT TELLE QUELLE LA DISPOSITION DE PENDPRICE-RECORD    *
      *****************************************************************
       01 PRPEND03-REC.
          05 PV-PENDING.
             10 PV-KEY.
                15 PV-PROD-NO   PIC X(3).
             10 FILLER          PIC X(1).
             10 PV-OLD-PRICE    PIC 9(5)V99.
             10 FILLER          PIC X(1).
             10 PV-NEW-PRICE    PIC 9(5)V99.
             10 FILLER          PIC X(1).
             10 PV-TIMESTAMP    PIC X(20).
             10 FILLER          PIC X(1).
             10 PV-LOADED-BY    PIC X(8).
          05 FILLER             PIC X(1).
          05 PV-DECISION        PIC X(1).
             88 PV-UNDECIDED              VALUE ' '.
             88 PV-APPROVE                VALUE 'A'.
             88 PV-REFUSE                 VALUE 'R'.
             88 PV-DECISION-VALID         VALUES 'A' 'R'.
          05 FILLER             PIC X(1).
          05 PV-COMMENT         PIC X(20).
          05 FILLER             PIC X(1).
          05 PV-APPROVER        PIC X(8).
          05 FILLER             PIC X(1).
          05 PV-DECISION-TS     PIC X(20).
