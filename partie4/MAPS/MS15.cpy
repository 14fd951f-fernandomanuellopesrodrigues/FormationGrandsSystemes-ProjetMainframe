      *****************************************************************
      * MAPSET MS15 - CONFIRMATION DES ACTIONS SENSIBLES (PNDAPP03)   *
      * MEME CONVENTION DE SYMBOLIC MAP QUE MS14 : MAP15I = ZONES DE  *
      * SAISIE (DECISION C/X ET COMMENTAIRE POUR CHACUNE DES SIX      *
      * DEMANDES DE LA PAGE), MAP15O REDEFINIT MAP15I POUR L'ECRITURE *
      * DES ZONES PROTEGEES (LIGNE ACTION/CIBLE ; LIGNE DEMANDEUR,    *
      * HORODATAGE ET DELAI AVANT EXPIRATION ; PAGE, OPERATEUR,       *
      * LIGNE DE MESSAGE)                                             *
      *****************************************************************
       01  MAP15I.
           02  FILLER PIC X(12).
           02  V-D1L     COMP  PIC  S9(4).
           02  V-D1F     PICTURE X.
           02  FILLER REDEFINES V-D1F.
             03 V-D1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-D1I     PIC X(1).
           02  V-M1L     COMP  PIC  S9(4).
           02  V-M1F     PICTURE X.
           02  FILLER REDEFINES V-M1F.
             03 V-M1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-M1I     PIC X(20).
           02  V-D2L     COMP  PIC  S9(4).
           02  V-D2F     PICTURE X.
           02  FILLER REDEFINES V-D2F.
             03 V-D2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-D2I     PIC X(1).
           02  V-M2L     COMP  PIC  S9(4).
           02  V-M2F     PICTURE X.
           02  FILLER REDEFINES V-M2F.
             03 V-M2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-M2I     PIC X(20).
           02  V-D3L     COMP  PIC  S9(4).
           02  V-D3F     PICTURE X.
           02  FILLER REDEFINES V-D3F.
             03 V-D3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-D3I     PIC X(1).
           02  V-M3L     COMP  PIC  S9(4).
           02  V-M3F     PICTURE X.
           02  FILLER REDEFINES V-M3F.
             03 V-M3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-M3I     PIC X(20).
           02  V-D4L     COMP  PIC  S9(4).
           02  V-D4F     PICTURE X.
           02  FILLER REDEFINES V-D4F.
             03 V-D4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-D4I     PIC X(1).
           02  V-M4L     COMP  PIC  S9(4).
           02  V-M4F     PICTURE X.
           02  FILLER REDEFINES V-M4F.
             03 V-M4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-M4I     PIC X(20).
           02  V-D5L     COMP  PIC  S9(4).
           02  V-D5F     PICTURE X.
           02  FILLER REDEFINES V-D5F.
             03 V-D5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-D5I     PIC X(1).
           02  V-M5L     COMP  PIC  S9(4).
           02  V-M5F     PICTURE X.
           02  FILLER REDEFINES V-M5F.
             03 V-M5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-M5I     PIC X(20).
           02  V-D6L     COMP  PIC  S9(4).
           02  V-D6F     PICTURE X.
           02  FILLER REDEFINES V-D6F.
             03 V-D6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-D6I     PIC X(1).
           02  V-M6L     COMP  PIC  S9(4).
           02  V-M6F     PICTURE X.
           02  FILLER REDEFINES V-M6F.
             03 V-M6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  V-M6I     PIC X(20).
       01  MAP15O REDEFINES MAP15I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  V-D1C     PICTURE X.
           02  V-D1O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  V-M1C     PICTURE X.
           02  V-M1O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  V-D2C     PICTURE X.
           02  V-D2O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  V-M2C     PICTURE X.
           02  V-M2O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  V-D3C     PICTURE X.
           02  V-D3O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  V-M3C     PICTURE X.
           02  V-M3O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  V-D4C     PICTURE X.
           02  V-D4O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  V-M4C     PICTURE X.
           02  V-M4O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  V-D5C     PICTURE X.
           02  V-D5O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  V-M5C     PICTURE X.
           02  V-M5O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  V-D6C     PICTURE X.
           02  V-D6O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  V-M6C     PICTURE X.
           02  V-M6O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  V-L1C     PICTURE X.
           02  V-L1O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-R1C     PICTURE X.
           02  V-R1O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-L2C     PICTURE X.
           02  V-L2O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-R2C     PICTURE X.
           02  V-R2O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-L3C     PICTURE X.
           02  V-L3O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-R3C     PICTURE X.
           02  V-R3O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-L4C     PICTURE X.
           02  V-L4O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-R4C     PICTURE X.
           02  V-R4O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-L5C     PICTURE X.
           02  V-L5O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-R5C     PICTURE X.
           02  V-R5O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-L6C     PICTURE X.
           02  V-L6O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-R6C     PICTURE X.
           02  V-R6O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  V-PAGEC   PICTURE X.
           02  V-PAGEO   PIC X(12).
           02  FILLER PICTURE X(3).
           02  V-OPERC   PICTURE X.
           02  V-OPERO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  V-MSGC    PICTURE X.
           02  V-MSGO    PIC X(78).
