      * MAPSET MS06 - ECRAN DE SAISIE DE COMMANDE (ORDENT03)          *
      * MEME CONVENTION DE SYMBOLIC MAP QUE MS03/MS04/MS05 : MAP06I = *
      * ZONES DE SAISIE (COMMANDE, CLIENT, VENDEUR, SOURCE, TROIS     *
      * LIGNES PRODUIT/QUANTITE, DEVIS A TRANSFORMER, DATE DE         *
      * LIVRAISON SOUHAITEE), MAP06O REDEFINIT MAP06I POUR L'ECRITURE *
      * DES ZONES PROTEGEES (RAPPEL ET LIGNE DE MESSAGE)              *
      *****************************************************************
       01  MAP06I.
           02  FILLER PIC X(12).
             03 E-Q3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  E-Q3I     PIC X(2).
      * NUMERO DE DEVIS A TRANSFORMER (FACULTATIF) : CLIENT, VENDEUR,
      * SOURCE ET LIGNES SONT REPRIS DU DEVIS QUAND ILS SONT A BLANC,
      * LES PRIX FIGES DU DEVIS PRIMENT
           02  E-QNOL    COMP  PIC  S9(4).
           02  E-QNOF    PICTURE X.
           02  FILLER REDEFINES E-QNOF.
             03 E-QNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  E-QNOI    PIC X(7).
      * DATE DE LIVRAISON SOUHAITEE JJ/MM/AAAA (FACULTATIVE) : AU-DELA
      * DE L'HORIZON LA COMMANDE EST PLANIFIEE (SCHED03) AU LIEU D'ETRE
      * ENREGISTREE
           02  E-RDDL    COMP  PIC  S9(4).
           02  E-RDDF    PICTURE X.
           02  FILLER REDEFINES E-RDDF.
             03 E-RDDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  E-RDDI    PIC X(10).
       01  MAP06O REDEFINES MAP06I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
