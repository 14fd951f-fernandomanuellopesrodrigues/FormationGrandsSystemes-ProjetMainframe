       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCTIER.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : PRIX PAR PALIER DE QUANTITE (SOUS-PROGRAMME       *
      *             PARTAGE)                                          *
      * OBJECTIF  : LE PRIX CATALOGUE ETAIT LE MEME QUE LE CLIENT     *
      *             ACHETE 1 OU 500 PIECES. LA TABLE API9.PRICE_TIERS *
      *             (A AJOUTER AU SCHEMA EXISTANT) PORTE, PAR P_NO,   *
      *             DES PALIERS : QUANTITE MINIMALE ET SOIT UN PRIX   *
      *             UNITAIRE (PRICE > 0), SOIT UN POURCENTAGE DE      *
      *             REMISE SUR LE PRIX CATALOGUE (PCT_OFF). CE        *
      *             SOUS-PROGRAMME APPLIQUE, DANS LA TABLE DEJA       *
      *             CONSTITUEE PAR L'APPELANT, LE PALIER DU PRODUIT   *
      *             DONT LA QUANTITE MINIMALE EST LA PLUS FORTE SANS  *
      *             DEPASSER LA QUANTITE DE LA LIGNE. SANS PALIER     *
      *             ATTEINT, LE PRIX CATALOGUE EST RENDU TEL QUEL.    *
      *             APPELE PAR IMPVENTS, RELHOLDS, RELBACKO, ORDENT03 *
      *             ET QUOTE03 POUR QUE LE LOT DE NUIT ET LE GUICHET  *
      *             FACTURENT TOUJOURS LE MEME PRIX (MEME PRINCIPE    *
      *             QUE RATECONV POUR LES TAUX) ; LES LIGNES SOUS     *
      *             TARIF CONTRAT NE L'APPELLENT PAS.                 *
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PT-IDX                 PIC 9(3)       VALUE ZERO.
       01  WS-PT-BEST                PIC 9(3)       VALUE ZERO.

       LINKAGE SECTION.
       01  LK-PROD-NO                PIC XXX.
       01  LK-QTY                    PIC 9(5).
      * PRIX CATALOGUE DU PRODUIT, BASE DES REMISES EN POURCENTAGE
       01  LK-BASE-PRICE             PIC 9(5)V99.
       01  LK-TIER-COUNT             PIC 9(3).
       01  LK-TIER-TABLE.
           05 LK-TIER-ENTRY OCCURS 500 TIMES.
              10 LK-TR-PNO           PIC XXX.
              10 LK-TR-MIN-QTY       PIC 9(5).
              10 LK-TR-PRICE         PIC 9(5)V99.
              10 LK-TR-PCT-OFF       PIC 9(2)V99.
       01  LK-UNIT-PRICE             PIC 9(5)V99.
      * QUANTITE MINIMALE DU PALIER RETENU (0 = AUCUN PALIER)
       01  LK-TIER-MIN               PIC 9(5).

       PROCEDURE DIVISION USING LK-PROD-NO LK-QTY LK-BASE-PRICE
               LK-TIER-COUNT LK-TIER-TABLE LK-UNIT-PRICE
               LK-TIER-MIN.

      *****************************************************************
      * RECHERCHE DU PALIER : PARMI LES PALIERS DU PRODUIT DONT LA    *
      * QUANTITE MINIMALE NE DEPASSE PAS LA QUANTITE DE LA LIGNE, LE  *
      * PLUS ELEVE EST RETENU ; UN PALIER A PRIX NUL ET SANS REMISE   *
      * EST IGNORE (LIGNE INCOMPLETE DANS LA TABLE)                   *
      *****************************************************************
           MOVE LK-BASE-PRICE TO LK-UNIT-PRICE
           MOVE ZERO TO LK-TIER-MIN
           MOVE 0 TO WS-PT-BEST
           IF LK-TIER-COUNT = 0 OR LK-QTY = 0
              GOBACK
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > LK-TIER-COUNT
              IF LK-TR-PNO(WS-PT-IDX) = LK-PROD-NO
                 AND LK-TR-MIN-QTY(WS-PT-IDX) <= LK-QTY
                 AND (LK-TR-PRICE(WS-PT-IDX) > 0
                      OR LK-TR-PCT-OFF(WS-PT-IDX) > 0)
                 IF WS-PT-BEST = 0
                    MOVE WS-PT-IDX TO WS-PT-BEST
                 ELSE
                    IF LK-TR-MIN-QTY(WS-PT-IDX) >
                       LK-TR-MIN-QTY(WS-PT-BEST)
                       MOVE WS-PT-IDX TO WS-PT-BEST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PT-BEST = 0
              GOBACK
           END-IF
      * LE PRIX UNITAIRE DU PALIER PRIME SUR LA REMISE EN POURCENTAGE
           IF LK-TR-PRICE(WS-PT-BEST) > 0
              MOVE LK-TR-PRICE(WS-PT-BEST) TO LK-UNIT-PRICE
           ELSE
              COMPUTE LK-UNIT-PRICE ROUNDED =
                      LK-BASE-PRICE
                      * (100 - LK-TR-PCT-OFF(WS-PT-BEST)) / 100
           END-IF
           MOVE LK-TR-MIN-QTY(WS-PT-BEST) TO LK-TIER-MIN
           GOBACK.
