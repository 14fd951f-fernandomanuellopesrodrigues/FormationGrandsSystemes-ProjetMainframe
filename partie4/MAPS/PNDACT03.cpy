      *****************************************************************
      * ACTIONS SENSIBLES EN ATTENTE DE CONFIRMATION (FICHIER         *
      * PNDACT03) - FICHIER VSAM A CLE (PA-KEY = ACTION + CIBLE), UNE *
      * DEMANDE EN ATTENTE AU PLUS PAR ACTION ET PAR CIBLE :          *
      * - ROLA : PASSAGE D'UN COMPTE AU ROLE ADMIN  (USRADM03)        *
      * - UNLK : DEVERROUILLAGE D'UN COMPTE         (USRADM03)        *
      * - PWDR : CHANGEMENT DE MOT DE PASSE FORCE   (USRADM03)        *
      * - PDEL : SUPPRESSION D'UNE PIECE PARTS03    (ADDP03)          *
      * - RDEL : RETRAIT D'UNE VALEUR DE REFV03     (REFVMNT)         *
      * LA DEMANDE EST ECRITE PAR LE PROGRAMME EMETTEUR AU LIEU       *
      * D'APPLIQUER L'ACTION ; PNDAPP03 L'APPLIQUE (CONFIRMATION) OU  *
      * L'ABANDONNE (REFUS, EXPIRATION) PUIS SUPPRIME L'ENREGISTREMENT*
      * LE CONFIRMATEUR NE PEUT PAS ETRE L'AUTEUR DE LA DEMANDE       *
      *****************************************************************
       01 PNDACT03-REC.
          05 PA-KEY.
             10 PA-ACTION       PIC X(4).
                88 PA-ACT-ROLE-ADMIN      VALUE 'ROLA'.
                88 PA-ACT-UNLOCK          VALUE 'UNLK'.
                88 PA-ACT-PWDRESET        VALUE 'PWDR'.
                88 PA-ACT-PART-DEL        VALUE 'PDEL'.
                88 PA-ACT-REFV-DEL        VALUE 'RDEL'.
             10 PA-TARGET       PIC X(21).
             10 PA-TGT-USER REDEFINES PA-TARGET.
                15 PA-TGT-LOGIN    PIC X(8).
                15 FILLER          PIC X(13).
             10 PA-TGT-PART REDEFINES PA-TARGET.
                15 PA-TGT-PART-NO  PIC X(3).
                15 FILLER          PIC X(18).
             10 PA-TGT-REFV REDEFINES PA-TARGET.
                15 PA-TGT-RF-TYPE  PIC X(6).
                15 PA-TGT-RF-VALUE PIC X(15).
          05 FILLER             PIC X(1).
          05 PA-REQUESTER       PIC X(8).
          05 FILLER             PIC X(1).
          05 PA-REQ-PGM         PIC X(8).
          05 FILLER             PIC X(1).
      * DATE ET HEURE DE LA DEMANDE (AAAAMMJJ / HHMMSS), BASE DU
      * CALCUL D'EXPIRATION
          05 PA-REQ-DATE        PIC 9(8).
          05 PA-REQ-TIME        PIC 9(6).
          05 FILLER             PIC X(1).
          05 PA-REQ-TS          PIC X(20).
