      *****************************************************************
      * MAPSET MS13 - REVUE DES ATTENTES CREDIT (CRDREV03)            *
      * MEME CONVENTION DE SYMBOLIC MAP QUE MS06 : MAP13I = ZONES DE  *
      * SAISIE (DECISION R/J/K ET COMMENTAIRE POUR CHACUNE DES SIX    *
      * COMMANDES DE LA PAGE), MAP13O REDEFINIT MAP13I POUR LE RAPPEL *
      * DES DECISIONS DEJA PRISES ET L'ECRITURE DES ZONES PROTEGEES   *
      * (LIGNE COMMANDE : SOURCE, NUMERO, CLIENT, MONTANT, SOLDE,     *
      * PLAFOND, NIVEAU DE RELANCE ; LIGNE MOTIF/APPROBATEUR ; PAGE,  *
      * OPERATEUR, LIGNE DE MESSAGE)                                  *
      *****************************************************************
       01  MAP13I.
           02  FILLER PIC X(12).
           02  H-D1L     COMP  PIC  S9(4).
           02  H-D1F     PICTURE X.
           02  FILLER REDEFINES H-D1F.
             03 H-D1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-D1I     PIC X(1).
           02  H-M1L     COMP  PIC  S9(4).
           02  H-M1F     PICTURE X.
           02  FILLER REDEFINES H-M1F.
             03 H-M1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-M1I     PIC X(20).
           02  H-D2L     COMP  PIC  S9(4).
           02  H-D2F     PICTURE X.
           02  FILLER REDEFINES H-D2F.
             03 H-D2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-D2I     PIC X(1).
           02  H-M2L     COMP  PIC  S9(4).
           02  H-M2F     PICTURE X.
           02  FILLER REDEFINES H-M2F.
             03 H-M2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-M2I     PIC X(20).
           02  H-D3L     COMP  PIC  S9(4).
           02  H-D3F     PICTURE X.
           02  FILLER REDEFINES H-D3F.
             03 H-D3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-D3I     PIC X(1).
           02  H-M3L     COMP  PIC  S9(4).
           02  H-M3F     PICTURE X.
           02  FILLER REDEFINES H-M3F.
             03 H-M3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-M3I     PIC X(20).
           02  H-D4L     COMP  PIC  S9(4).
           02  H-D4F     PICTURE X.
           02  FILLER REDEFINES H-D4F.
             03 H-D4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-D4I     PIC X(1).
           02  H-M4L     COMP  PIC  S9(4).
           02  H-M4F     PICTURE X.
           02  FILLER REDEFINES H-M4F.
             03 H-M4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-M4I     PIC X(20).
           02  H-D5L     COMP  PIC  S9(4).
           02  H-D5F     PICTURE X.
           02  FILLER REDEFINES H-D5F.
             03 H-D5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-D5I     PIC X(1).
           02  H-M5L     COMP  PIC  S9(4).
           02  H-M5F     PICTURE X.
           02  FILLER REDEFINES H-M5F.
             03 H-M5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-M5I     PIC X(20).
           02  H-D6L     COMP  PIC  S9(4).
           02  H-D6F     PICTURE X.
           02  FILLER REDEFINES H-D6F.
             03 H-D6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-D6I     PIC X(1).
           02  H-M6L     COMP  PIC  S9(4).
           02  H-M6F     PICTURE X.
           02  FILLER REDEFINES H-M6F.
             03 H-M6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  H-M6I     PIC X(20).
       01  MAP13O REDEFINES MAP13I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  H-D1C     PICTURE X.
           02  H-D1O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  H-M1C     PICTURE X.
           02  H-M1O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  H-D2C     PICTURE X.
           02  H-D2O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  H-M2C     PICTURE X.
           02  H-M2O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  H-D3C     PICTURE X.
           02  H-D3O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  H-M3C     PICTURE X.
           02  H-M3O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  H-D4C     PICTURE X.
           02  H-D4O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  H-M4C     PICTURE X.
           02  H-M4O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  H-D5C     PICTURE X.
           02  H-D5O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  H-M5C     PICTURE X.
           02  H-M5O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  H-D6C     PICTURE X.
           02  H-D6O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  H-M6C     PICTURE X.
           02  H-M6O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  H-L1C     PICTURE X.
           02  H-L1O     PIC X(52).
           02  FILLER PICTURE X(3).
           02  H-R1C     PICTURE X.
           02  H-R1O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  H-L2C     PICTURE X.
           02  H-L2O     PIC X(52).
           02  FILLER PICTURE X(3).
           02  H-R2C     PICTURE X.
           02  H-R2O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  H-L3C     PICTURE X.
           02  H-L3O     PIC X(52).
           02  FILLER PICTURE X(3).
           02  H-R3C     PICTURE X.
           02  H-R3O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  H-L4C     PICTURE X.
           02  H-L4O     PIC X(52).
           02  FILLER PICTURE X(3).
           02  H-R4C     PICTURE X.
           02  H-R4O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  H-L5C     PICTURE X.
           02  H-L5O     PIC X(52).
           02  FILLER PICTURE X(3).
           02  H-R5C     PICTURE X.
           02  H-R5O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  H-L6C     PICTURE X.
           02  H-L6O     PIC X(52).
           02  FILLER PICTURE X(3).
           02  H-R6C     PICTURE X.
           02  H-R6O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  H-PAGEC   PICTURE X.
           02  H-PAGEO   PIC X(12).
           02  FILLER PICTURE X(3).
           02  H-OPERC   PICTURE X.
           02  H-OPERO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  H-MSGC    PICTURE X.
           02  H-MSGO    PIC X(78).
