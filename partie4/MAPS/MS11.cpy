      *****************************************************************
      * MAPSET MS11 - ECRAN DES DEVIS (QUOTE03)                       *
      * MEME CONVENTION DE SYMBOLIC MAP QUE MS06 : MAP11I = ZONES DE  *
      * SAISIE (DEVIS, CLIENT, VENDEUR, SOURCE, DUREE DE VALIDITE EN  *
      * JOURS, TROIS LIGNES PRODUIT/QUANTITE), MAP11O REDEFINIT       *
      * MAP11I POUR LE RAPPEL DES ZONES SAISIES ET L'ECRITURE DES     *
      * ZONES PROTEGEES (DATES, ETAT, PRIX FIGES, TOTAL, COMMANDE     *
      * ISSUE DU DEVIS, LIGNE DE MESSAGE)                             *
      *****************************************************************
       01  MAP11I.
           02  FILLER PIC X(12).
           02  K-QNOL    COMP  PIC  S9(4).
           02  K-QNOF    PICTURE X.
           02  FILLER REDEFINES K-QNOF.
             03 K-QNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-QNOI    PIC X(7).
           02  K-CNOL    COMP  PIC  S9(4).
           02  K-CNOF    PICTURE X.
           02  FILLER REDEFINES K-CNOF.
             03 K-CNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-CNOI    PIC X(4).
           02  K-SNOL    COMP  PIC  S9(4).
           02  K-SNOF    PICTURE X.
           02  FILLER REDEFINES K-SNOF.
             03 K-SNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-SNOI    PIC X(2).
           02  K-SRCL    COMP  PIC  S9(4).
           02  K-SRCF    PICTURE X.
           02  FILLER REDEFINES K-SRCF.
             03 K-SRCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-SRCI    PIC X(2).
           02  K-DAYSL   COMP  PIC  S9(4).
           02  K-DAYSF   PICTURE X.
           02  FILLER REDEFINES K-DAYSF.
             03 K-DAYSA   PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-DAYSI   PIC X(3).
           02  K-P1L     COMP  PIC  S9(4).
           02  K-P1F     PICTURE X.
           02  FILLER REDEFINES K-P1F.
             03 K-P1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-P1I     PIC X(3).
           02  K-Q1L     COMP  PIC  S9(4).
           02  K-Q1F     PICTURE X.
           02  FILLER REDEFINES K-Q1F.
             03 K-Q1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-Q1I     PIC X(2).
           02  K-P2L     COMP  PIC  S9(4).
           02  K-P2F     PICTURE X.
           02  FILLER REDEFINES K-P2F.
             03 K-P2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-P2I     PIC X(3).
           02  K-Q2L     COMP  PIC  S9(4).
           02  K-Q2F     PICTURE X.
           02  FILLER REDEFINES K-Q2F.
             03 K-Q2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-Q2I     PIC X(2).
           02  K-P3L     COMP  PIC  S9(4).
           02  K-P3F     PICTURE X.
           02  FILLER REDEFINES K-P3F.
             03 K-P3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-P3I     PIC X(3).
           02  K-Q3L     COMP  PIC  S9(4).
           02  K-Q3F     PICTURE X.
           02  FILLER REDEFINES K-Q3F.
             03 K-Q3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  K-Q3I     PIC X(2).
       01  MAP11O REDEFINES MAP11I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  K-QNOC    PICTURE X.
           02  K-QNOO    PIC X(7).
           02  FILLER PICTURE X(3).
           02  K-CNOC    PICTURE X.
           02  K-CNOO    PIC X(4).
           02  FILLER PICTURE X(3).
           02  K-SNOC    PICTURE X.
           02  K-SNOO    PIC X(2).
           02  FILLER PICTURE X(3).
           02  K-SRCC    PICTURE X.
           02  K-SRCO    PIC X(2).
           02  FILLER PICTURE X(3).
           02  K-DAYSC   PICTURE X.
           02  K-DAYSO   PIC X(3).
           02  FILLER PICTURE X(3).
           02  K-P1C     PICTURE X.
           02  K-P1O     PIC X(3).
           02  FILLER PICTURE X(3).
           02  K-Q1C     PICTURE X.
           02  K-Q1O     PIC X(2).
           02  FILLER PICTURE X(3).
           02  K-P2C     PICTURE X.
           02  K-P2O     PIC X(3).
           02  FILLER PICTURE X(3).
           02  K-Q2C     PICTURE X.
           02  K-Q2O     PIC X(2).
           02  FILLER PICTURE X(3).
           02  K-P3C     PICTURE X.
           02  K-P3O     PIC X(3).
           02  FILLER PICTURE X(3).
           02  K-Q3C     PICTURE X.
           02  K-Q3O     PIC X(2).
           02  FILLER PICTURE X(3).
           02  K-QDATC   PICTURE X.
           02  K-QDATO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  K-VALC    PICTURE X.
           02  K-VALO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  K-STATC   PICTURE X.
           02  K-STATO   PIC X(12).
           02  FILLER PICTURE X(3).
           02  K-PR1C    PICTURE X.
           02  K-PR1O    PIC X(10).
           02  FILLER PICTURE X(3).
           02  K-PR2C    PICTURE X.
           02  K-PR2O    PIC X(10).
           02  FILLER PICTURE X(3).
           02  K-PR3C    PICTURE X.
           02  K-PR3O    PIC X(10).
           02  FILLER PICTURE X(3).
           02  K-TOTC    PICTURE X.
           02  K-TOTO    PIC X(14).
           02  FILLER PICTURE X(3).
           02  K-ORDC    PICTURE X.
           02  K-ORDO    PIC X(7).
           02  FILLER PICTURE X(3).
           02  K-MSGC    PICTURE X.
           02  K-MSGO    PIC X(78).
