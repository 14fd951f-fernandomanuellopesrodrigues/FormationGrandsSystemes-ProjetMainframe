      *****************************************************************
      * MAPSET MS12 - REGLEMENT AU COMPTOIR (CAISSE03)                *
      * MEME CONVENTION DE SYMBOLIC MAP QUE MS06 : MAP12I = ZONES DE  *
      * SAISIE (CLIENT, MONTANT, MODE DE REGLEMENT, REFERENCE),       *
      * MAP12O REDEFINIT MAP12I POUR LE RAPPEL DES ZONES SAISIES ET   *
      * L'ECRITURE DES ZONES PROTEGEES (NOM DU CLIENT, SOLDE AVANT ET *
      * APRES IMPUTATION, DATE DU REGLEMENT, OPERATEUR, LIGNE DE      *
      * MESSAGE)                                                      *
      *****************************************************************
       01  MAP12I.
           02  FILLER PIC X(12).
           02  R-CNOL    COMP  PIC  S9(4).
           02  R-CNOF    PICTURE X.
           02  FILLER REDEFINES R-CNOF.
             03 R-CNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R-CNOI    PIC X(4).
           02  R-AMTL    COMP  PIC  S9(4).
           02  R-AMTF    PICTURE X.
           02  FILLER REDEFINES R-AMTF.
             03 R-AMTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R-AMTI    PIC X(12).
           02  R-MTHL    COMP  PIC  S9(4).
           02  R-MTHF    PICTURE X.
           02  FILLER REDEFINES R-MTHF.
             03 R-MTHA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R-MTHI    PIC X(2).
           02  R-REFL    COMP  PIC  S9(4).
           02  R-REFF    PICTURE X.
           02  FILLER REDEFINES R-REFF.
             03 R-REFA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R-REFI    PIC X(10).
       01  MAP12O REDEFINES MAP12I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  R-CNOC    PICTURE X.
           02  R-CNOO    PIC X(4).
           02  FILLER PICTURE X(3).
           02  R-AMTC    PICTURE X.
           02  R-AMTO    PIC X(12).
           02  FILLER PICTURE X(3).
           02  R-MTHC    PICTURE X.
           02  R-MTHO    PIC X(2).
           02  FILLER PICTURE X(3).
           02  R-REFC    PICTURE X.
           02  R-REFO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  R-NAMEC   PICTURE X.
           02  R-NAMEO   PIC X(30).
           02  FILLER PICTURE X(3).
           02  R-OLDBC   PICTURE X.
           02  R-OLDBO   PIC X(13).
           02  FILLER PICTURE X(3).
           02  R-NEWBC   PICTURE X.
           02  R-NEWBO   PIC X(13).
           02  FILLER PICTURE X(3).
           02  R-DATEC   PICTURE X.
           02  R-DATEO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  R-OPERC   PICTURE X.
           02  R-OPERO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  R-MSGC    PICTURE X.
           02  R-MSGO    PIC X(78).
