      *             LA LIGNE DE VENTE (POSITION DECRITE DANS          *
      *             PROJET.VENTES.LAYOUT) ET SUR LA COMMANDE, ET      *
      *             IMPRIME SUR LES LISTES DE PRELEVEMENT, LES        *
      *             MANIFESTES ET LES FACTURES. CHAQUE SITE PORTE SA  *
      *             ZONE DE DESTINATION TRANSPORTEUR, QUI DONNE LE    *
      *             TARIF DU PORT CALCULE PAR SHIPMANF, ET SON PAYS   *
      *             (CODE ISO A DEUX LETTRES), QUI DONNE LE PAYS      *
      *             PARTENAIRE DE LA DECLARATION INTRASTAT DE         *
      *             INTRADCL.                                         *
      * ENTREE    : FNSHPMV (ACTION A/C/F + CLIENT + SITE + NOM +     *
      *             ADRESSE + ZONE + PAYS)                            *
      * SORTIE    : MAJ FNSHPMST + RAPPORT (FREPORT)                  *
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
      * MOUVEMENT SITE DE LIVRAISON : 'A' = CREATION, 'C' =
      * MODIFICATION, 'F' = FERMETURE (SUPPRESSION). LONGUEUR
      * VARIABLE 77 A 81 : LES ANCIENS MOUVEMENTS SANS ZONE DE
      * DESTINATION OU SANS PAYS RESTENT LISIBLES TELS QUELS
       FD  SHIPMNT-FILE
           RECORD CONTAINS 77 TO 81 CHARACTERS.
       01 SHIPMNT-RECORD.
          05 SM-ACTION            PIC X(1).
             88 SM-ACTION-ADD                VALUE 'A'.
          05 SM-SITE              PIC X(2).
          05 SM-NAME              PIC X(30).
          05 SM-ADDRESS           PIC X(40).
          05 SM-ZONE              PIC X(2).
          05 SM-COUNTRY           PIC X(2).

      * MAITRE DES SITES : CLIENT + CODE SITE, NOM DU SITE, ADRESSE,
      * ZONE DE DESTINATION DU BAREME TRANSPORTEUR (BLANC = ZONE PAR
      * DEFAUT DE SHIPMANF), PAYS DU SITE (CODE ISO, BLANC = PAYS DU
      * CLIENT) ; MEME DISPOSITION DANS IMPVENTS, ORDENT03, INVGEN,
      * SHIPMANF ET INTRADCL
       FD  SHIP-FILE.
       01 SHIP-RECORD.
          05 SH-KEY.
             10 SH-SITE           PIC X(2).
          05 SH-NAME              PIC X(30).
          05 SH-ADDRESS           PIC X(40).
          05 SH-ZONE              PIC X(2).
          05 SH-COUNTRY           PIC X(2).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).
           END-PERFORM
           .

      * LA ZONE EST BLANCHIE AVANT LECTURE POUR QU'UN ANCIEN
      * MOUVEMENT SANS ZONE OU SANS PAYS LAISSE CES ZONES A BLANC
       READ-NEXT-RECORD.
           MOVE SPACES TO SHIPMNT-RECORD
           READ SHIPMNT-FILE
           IF WS-SM-OK
              ADD 1 TO WS-RECORDS-READ
           MOVE SM-SITE    TO SH-SITE
           MOVE SM-NAME    TO SH-NAME
           MOVE SM-ADDRESS TO SH-ADDRESS
           MOVE SM-ZONE    TO SH-ZONE
           MOVE SM-COUNTRY TO SH-COUNTRY
           WRITE SHIP-RECORD
           EVALUATE TRUE
              WHEN WS-SH-OK
           END-IF
           MOVE SM-NAME    TO SH-NAME
           MOVE SM-ADDRESS TO SH-ADDRESS
           IF SM-ZONE NOT = SPACES
              MOVE SM-ZONE TO SH-ZONE
           END-IF
           IF SM-COUNTRY NOT = SPACES
              MOVE SM-COUNTRY TO SH-COUNTRY
           END-IF
           REWRITE SHIP-RECORD
           IF WS-SH-OK
              ADD 1 TO WS-RECORDS-APPLIED
