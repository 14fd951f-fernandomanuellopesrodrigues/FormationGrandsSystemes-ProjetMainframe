      * ENREGISTREMENT DE LA PISTE D'AUDIT (FICHIER AUDIT03)          *
      * ALIMENTE PAR AUTH03 (CONNEXIONS) ET ADDP03 (MAINTENANCE       *
      * DES PIECES) - FICHIER SEQUENTIEL, ECRITURE UNIQUEMENT         *
      * AU-REQUESTER PORTE L'AUTEUR DE LA DEMANDE POUR LES ACTIONS    *
      * SENSIBLES A DOUBLE VALIDATION (PNDACT03) : AU-LOGIN EST ALORS *
      * CELUI QUI CONFIRME, REFUSE OU LAISSE EXPIRER LA DEMANDE ; A   *
      * BLANC POUR TOUS LES AUTRES EVENEMENTS                         *
      *****************************************************************
       01 AUDIT03-REC.
          05 AU-TIMESTAMP     PIC X(20).
          05 AU-LOGIN         PIC X(8).
          05 AU-EVENT-TYPE    PIC X(10).
          05 AU-DETAIL        PIC X(60).
          05 AU-REQUESTER     PIC X(8).
