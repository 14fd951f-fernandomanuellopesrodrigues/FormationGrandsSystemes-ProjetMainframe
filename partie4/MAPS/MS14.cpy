      *****************************************************************
      * MAPSET MS14 - APPROBATION DES REPRICAGES EN ATTENTE (PRCAPP03)*
      * MEME CONVENTION DE SYMBOLIC MAP QUE MS13 : MAP14I = ZONES DE  *
      * SAISIE (DECISION A/R ET COMMENTAIRE POUR CHACUN DES SIX       *
      * REPRICAGES DE LA PAGE), MAP14O REDEFINIT MAP14I POUR LE RAPPEL*
      * DES DECISIONS DEJA PRISES ET L'ECRITURE DES ZONES PROTEGEES   *
      * (LIGNE REPRICAGE : PRODUIT, ANCIEN ET NOUVEAU PRIX, VARIATION,*
      * PRIX D'ACHAT, MARGE AVANT/APRES ; LIGNE DESCRIPTION/AUTEUR DU *
      * CHARGEMENT/DECISION ; PAGE, OPERATEUR, LIGNE DE MESSAGE)      *
      *****************************************************************
       01  MAP14I.
           02  FILLER PIC X(12).
           02  P-D1L     COMP  PIC  S9(4).
           02  P-D1F     PICTURE X.
           02  FILLER REDEFINES P-D1F.
             03 P-D1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-D1I     PIC X(1).
           02  P-M1L     COMP  PIC  S9(4).
           02  P-M1F     PICTURE X.
           02  FILLER REDEFINES P-M1F.
             03 P-M1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-M1I     PIC X(20).
           02  P-D2L     COMP  PIC  S9(4).
           02  P-D2F     PICTURE X.
           02  FILLER REDEFINES P-D2F.
             03 P-D2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-D2I     PIC X(1).
           02  P-M2L     COMP  PIC  S9(4).
           02  P-M2F     PICTURE X.
           02  FILLER REDEFINES P-M2F.
             03 P-M2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-M2I     PIC X(20).
           02  P-D3L     COMP  PIC  S9(4).
           02  P-D3F     PICTURE X.
           02  FILLER REDEFINES P-D3F.
             03 P-D3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-D3I     PIC X(1).
           02  P-M3L     COMP  PIC  S9(4).
           02  P-M3F     PICTURE X.
           02  FILLER REDEFINES P-M3F.
             03 P-M3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-M3I     PIC X(20).
           02  P-D4L     COMP  PIC  S9(4).
           02  P-D4F     PICTURE X.
           02  FILLER REDEFINES P-D4F.
             03 P-D4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-D4I     PIC X(1).
           02  P-M4L     COMP  PIC  S9(4).
           02  P-M4F     PICTURE X.
           02  FILLER REDEFINES P-M4F.
             03 P-M4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-M4I     PIC X(20).
           02  P-D5L     COMP  PIC  S9(4).
           02  P-D5F     PICTURE X.
           02  FILLER REDEFINES P-D5F.
             03 P-D5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-D5I     PIC X(1).
           02  P-M5L     COMP  PIC  S9(4).
           02  P-M5F     PICTURE X.
           02  FILLER REDEFINES P-M5F.
             03 P-M5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-M5I     PIC X(20).
           02  P-D6L     COMP  PIC  S9(4).
           02  P-D6F     PICTURE X.
           02  FILLER REDEFINES P-D6F.
             03 P-D6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-D6I     PIC X(1).
           02  P-M6L     COMP  PIC  S9(4).
           02  P-M6F     PICTURE X.
           02  FILLER REDEFINES P-M6F.
             03 P-M6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  P-M6I     PIC X(20).
       01  MAP14O REDEFINES MAP14I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  P-D1C     PICTURE X.
           02  P-D1O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  P-M1C     PICTURE X.
           02  P-M1O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  P-D2C     PICTURE X.
           02  P-D2O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  P-M2C     PICTURE X.
           02  P-M2O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  P-D3C     PICTURE X.
           02  P-D3O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  P-M3C     PICTURE X.
           02  P-M3O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  P-D4C     PICTURE X.
           02  P-D4O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  P-M4C     PICTURE X.
           02  P-M4O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  P-D5C     PICTURE X.
           02  P-D5O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  P-M5C     PICTURE X.
           02  P-M5O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  P-D6C     PICTURE X.
           02  P-D6O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  P-M6C     PICTURE X.
           02  P-M6O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  P-L1C     PICTURE X.
           02  P-L1O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-R1C     PICTURE X.
           02  P-R1O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-L2C     PICTURE X.
           02  P-L2O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-R2C     PICTURE X.
           02  P-R2O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-L3C     PICTURE X.
           02  P-L3O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-R3C     PICTURE X.
           02  P-R3O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-L4C     PICTURE X.
           02  P-L4O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-R4C     PICTURE X.
           02  P-R4O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-L5C     PICTURE X.
           02  P-L5O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-R5C     PICTURE X.
           02  P-R5O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-L6C     PICTURE X.
           02  P-L6O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-R6C     PICTURE X.
           02  P-R6O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  P-PAGEC   PICTURE X.
           02  P-PAGEO   PIC X(12).
           02  FILLER PICTURE X(3).
           02  P-OPERC   PICTURE X.
           02  P-OPERO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  P-MSGC    PICTURE X.
           02  P-MSGO    PIC X(78).
