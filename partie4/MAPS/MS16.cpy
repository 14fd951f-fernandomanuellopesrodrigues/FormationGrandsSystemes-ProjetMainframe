      *****************************************************************
      * MAPSET MS16 - REVUE DES PLAFONDS D'ENCOURS (CRLAPP03)         *
      * MEME CONVENTION DE SYMBOLIC MAP QUE MS14 : MAP16I = ZONES DE  *
      * SAISIE (DECISION A/R ET COMMENTAIRE POUR CHACUNE DES SIX      *
      * PROPOSITIONS DE LA PAGE), MAP16O REDEFINIT MAP16I POUR LE     *
      * RAPPEL DES DECISIONS DEJA PRISES ET L'ECRITURE DES ZONES      *
      * PROTEGEES (LIGNE PROPOSITION : CLIENT, SENS, ANCIEN ET        *
      * NOUVEAU PLAFOND, DELAI MOYEN/CONDITIONS, POINTE, RELANCE,     *
      * PENALITES ; LIGNE MOTIF/DECISION ; PAGE, OPERATEUR, LIGNE DE  *
      * MESSAGE)                                                      *
      *****************************************************************
       01  MAP16I.
           02  FILLER PIC X(12).
           02  G-D1L     COMP  PIC  S9(4).
           02  G-D1F     PICTURE X.
           02  FILLER REDEFINES G-D1F.
             03 G-D1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-D1I     PIC X(1).
           02  G-M1L     COMP  PIC  S9(4).
           02  G-M1F     PICTURE X.
           02  FILLER REDEFINES G-M1F.
             03 G-M1A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-M1I     PIC X(20).
           02  G-D2L     COMP  PIC  S9(4).
           02  G-D2F     PICTURE X.
           02  FILLER REDEFINES G-D2F.
             03 G-D2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-D2I     PIC X(1).
           02  G-M2L     COMP  PIC  S9(4).
           02  G-M2F     PICTURE X.
           02  FILLER REDEFINES G-M2F.
             03 G-M2A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-M2I     PIC X(20).
           02  G-D3L     COMP  PIC  S9(4).
           02  G-D3F     PICTURE X.
           02  FILLER REDEFINES G-D3F.
             03 G-D3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-D3I     PIC X(1).
           02  G-M3L     COMP  PIC  S9(4).
           02  G-M3F     PICTURE X.
           02  FILLER REDEFINES G-M3F.
             03 G-M3A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-M3I     PIC X(20).
           02  G-D4L     COMP  PIC  S9(4).
           02  G-D4F     PICTURE X.
           02  FILLER REDEFINES G-D4F.
             03 G-D4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-D4I     PIC X(1).
           02  G-M4L     COMP  PIC  S9(4).
           02  G-M4F     PICTURE X.
           02  FILLER REDEFINES G-M4F.
             03 G-M4A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-M4I     PIC X(20).
           02  G-D5L     COMP  PIC  S9(4).
           02  G-D5F     PICTURE X.
           02  FILLER REDEFINES G-D5F.
             03 G-D5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-D5I     PIC X(1).
           02  G-M5L     COMP  PIC  S9(4).
           02  G-M5F     PICTURE X.
           02  FILLER REDEFINES G-M5F.
             03 G-M5A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-M5I     PIC X(20).
           02  G-D6L     COMP  PIC  S9(4).
           02  G-D6F     PICTURE X.
           02  FILLER REDEFINES G-D6F.
             03 G-D6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-D6I     PIC X(1).
           02  G-M6L     COMP  PIC  S9(4).
           02  G-M6F     PICTURE X.
           02  FILLER REDEFINES G-M6F.
             03 G-M6A     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  G-M6I     PIC X(20).
       01  MAP16O REDEFINES MAP16I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  G-D1C     PICTURE X.
           02  G-D1O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  G-M1C     PICTURE X.
           02  G-M1O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  G-D2C     PICTURE X.
           02  G-D2O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  G-M2C     PICTURE X.
           02  G-M2O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  G-D3C     PICTURE X.
           02  G-D3O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  G-M3C     PICTURE X.
           02  G-M3O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  G-D4C     PICTURE X.
           02  G-D4O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  G-M4C     PICTURE X.
           02  G-M4O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  G-D5C     PICTURE X.
           02  G-D5O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  G-M5C     PICTURE X.
           02  G-M5O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  G-D6C     PICTURE X.
           02  G-D6O     PIC X(1).
           02  FILLER PICTURE X(3).
           02  G-M6C     PICTURE X.
           02  G-M6O     PIC X(20).
           02  FILLER PICTURE X(3).
           02  G-L1C     PICTURE X.
           02  G-L1O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-R1C     PICTURE X.
           02  G-R1O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-L2C     PICTURE X.
           02  G-L2O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-R2C     PICTURE X.
           02  G-R2O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-L3C     PICTURE X.
           02  G-L3O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-R3C     PICTURE X.
           02  G-R3O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-L4C     PICTURE X.
           02  G-L4O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-R4C     PICTURE X.
           02  G-R4O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-L5C     PICTURE X.
           02  G-L5O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-R5C     PICTURE X.
           02  G-R5O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-L6C     PICTURE X.
           02  G-L6O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-R6C     PICTURE X.
           02  G-R6O     PIC X(60).
           02  FILLER PICTURE X(3).
           02  G-PAGEC   PICTURE X.
           02  G-PAGEO   PIC X(12).
           02  FILLER PICTURE X(3).
           02  G-OPERC   PICTURE X.
           02  G-OPERO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  G-MSGC    PICTURE X.
           02  G-MSGO    PIC X(78).
