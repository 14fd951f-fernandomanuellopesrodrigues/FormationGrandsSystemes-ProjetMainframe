      *****************************************************************
      * VENTES AU COMPTOIR A LIVRER PLUS TARD (FICHIER SCHED03)       *
      * FICHIER VSAM A CLE (PL-KEY = SOURCE + NUMERO DE COMMANDE),    *
      * UN ENREGISTREMENT PAR COMMANDE SAISIE PAR ORDENT03 AVEC UNE   *
      * DATE DE LIVRAISON SOUHAITEE AU-DELA DE L'HORIZON : RIEN N'EST *
      * ECRIT EN BASE NI SORTI DU STOCK A LA SAISIE. SCHEDREL         *
      * CONVERTIT CHAQUE NUIT LES COMMANDES ENTREES DANS LA FENETRE   *
      * EN LIGNES DE VENTES DE LEUR SOURCE (RECHARGEES PAR IMPVENTS)  *
      * PUIS SUPPRIME L'ENREGISTREMENT. PL-PRICE = PRIX FIGE DU DEVIS *
      * TRANSFORME EN CENTIMES (ZERO = TARIFE AU CHARGEMENT)          *
      *****************************************************************
       01 SCHED03-REC.
          05 PL-KEY.
             10 PL-SRC          PIC X(2).
             10 PL-ORDER-NO     PIC 9(7).
          05 FILLER             PIC X(1).
          05 PL-CUST-NO         PIC 9(4).
          05 FILLER             PIC X(1).
          05 PL-EMP-NO          PIC 9(2).
          05 FILLER             PIC X(1).
          05 PL-SITE            PIC X(2).
          05 FILLER             PIC X(1).
          05 PL-REQ-DATE        PIC X(10).
          05 FILLER             PIC X(1).
          05 PL-ENTRY-DATE      PIC X(10).
          05 FILLER             PIC X(1).
          05 PL-LOGIN           PIC X(8).
          05 FILLER             PIC X(1).
          05 PL-QUOTE-NO        PIC 9(7).
          05 FILLER             PIC X(1).
          05 PL-LINE-COUNT      PIC 9(1).
          05 PL-LINE            OCCURS 3 TIMES.
             10 FILLER          PIC X(1).
             10 PL-PROD-NO      PIC X(3).
             10 FILLER          PIC X(1).
             10 PL-QTY          PIC 9(2).
             10 FILLER          PIC X(1).
             10 PL-PRICE        PIC 9(5).
