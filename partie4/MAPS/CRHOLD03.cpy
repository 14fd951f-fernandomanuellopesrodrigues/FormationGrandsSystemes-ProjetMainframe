      *****************************************************************
      * REVUE DES COMMANDES EN ATTENTE CREDIT (FICHIER CRHOLD03)      *
      * FICHIER VSAM A CLE (HR-KEY = SOURCE + NUMERO DE COMMANDE),    *
      * UN ENREGISTREMENT PAR COMMANDE SUSPENDUE PAR IMPVENTS         *
      * (CREDIT-CHECK-ORDER) : CREE ET TENU A JOUR CHAQUE NUIT PAR    *
      * RELHOLDS POUR TOUTE COMMANDE RESTEE DANS FVHELD (CLIENT,      *
      * MONTANT TTC, MOTIF), COMPLETE EN LIGNE PAR CRDREV03 AVEC LA   *
      * DECISION DU SERVICE CREDIT (R = LIBERER, J = REJETER,         *
      * K = CONSERVER), SON COMMENTAIRE ET LE LOGIN DE L'APPROBATEUR. *
      * RELHOLDS SUPPRIME L'ENREGISTREMENT DES QU'IL A RECHARGE OU    *
      * ABANDONNE LA COMMANDE                                         *
      *****************************************************************
       01 CRHOLD03-REC.
          05 HR-KEY.
             10 HR-SRC          PIC X(2).
             10 HR-ORDER-NO     PIC 9(7).
          05 FILLER             PIC X(1).
          05 HR-CUST-NO         PIC 9(4).
          05 FILLER             PIC X(1).
          05 HR-ORDER-DATE      PIC X(10).
          05 FILLER             PIC X(1).
          05 HR-AMOUNT          PIC S9(9)V99.
          05 FILLER             PIC X(1).
          05 HR-LINE-COUNT      PIC 9(3).
          05 FILLER             PIC X(1).
          05 HR-REASON          PIC X(30).
          05 FILLER             PIC X(1).
          05 HR-HELD-DATE       PIC X(10).
          05 FILLER             PIC X(1).
          05 HR-DECISION        PIC X(1).
             88 HR-PENDING                VALUE ' '.
             88 HR-RELEASE                VALUE 'R'.
             88 HR-REJECT                 VALUE 'J'.
             88 HR-KEEP                   VALUE 'K'.
             88 HR-DECISION-VALID         VALUES 'R' 'J' 'K'.
          05 FILLER             PIC X(1).
          05 HR-COMMENT         PIC X(20).
          05 FILLER             PIC X(1).
          05 HR-APPROVER        PIC X(8).
          05 FILLER             PIC X(1).
          05 HR-DECISION-TS     PIC X(20).
