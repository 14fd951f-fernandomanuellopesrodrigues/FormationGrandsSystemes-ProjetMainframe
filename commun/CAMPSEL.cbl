       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPSEL.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CHOIX D'UNE CAMPAGNE PROMOTIONNELLE (SOUS-        *
      *             PROGRAMME PARTAGE)                                *
      * OBJECTIF  : LE MARKETING FAISAIT SES CAMPAGNES ("10% SUR LE   *
      *             PRODUIT 123 EN MARS POUR LA SOURCE EU") EN        *
      *             RETOUCHANT API7.PRODUCTS.PRICE OU EN SAISISSANT   *
      *             DES TARIFS CONTRAT POUR CHAQUE CLIENT. LES        *
      *             CAMPAGNES SONT DESORMAIS DECRITES DANS LES TABLES *
      *             API9.CAMPAIGNS (CODE, DATES DE DEBUT/FIN, REMISE  *
      *             EN POURCENTAGE, BUDGET TOTAL DE REMISE, BUDGET    *
      *             CONSOMME) ET API9.CAMPAIGN_LINES (CODE, PRODUIT,  *
      *             SOURCE, SOURCE A BLANC = TOUTES), A AJOUTER AU    *
      *             SCHEMA EXISTANT. L'APPELANT CONSTITUE LA TABLE    *
      *             (UNE ENTREE PAR CAMPAGNE/PRODUIT/SOURCE) ; CE     *
      *             SOUS-PROGRAMME RETIENT, POUR LE PRODUIT, LA       *
      *             SOURCE ET LA DATE DE LA LIGNE, LA CAMPAGNE EN     *
      *             VIGUEUR A LA PLUS FORTE REMISE DONT LE BUDGET     *
      *             RESTANT COUVRE LA REMISE DE LA LIGNE, CALCULE LE  *
      *             PRIX REMISE ET IMPUTE LA REMISE SUR LE BUDGET     *
      *             CONSOMME DE TOUTES LES ENTREES DE LA CAMPAGNE     *
      *             (UNE CAMPAGNE EPUISEE NE S'APPLIQUE PLUS AUX      *
      *             LIGNES SUIVANTES DU MEME TRAITEMENT).             *
      *             EN MODE 'P' (PRIX SEUL, POUR VALORISER UN RETOUR  *
      *             AU PRIX REMISE D'ORIGINE), LE BUDGET N'EST NI     *
      *             CONTROLE NI IMPUTE.                               *
      *             APPELE PAR IMPVENTS, ORDENT03, RELHOLDS ET        *
      *             RELBACKO (MEME PRINCIPE QUE PRCTIER POUR LES      *
      *             PALIERS).                                         *
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CS-IDX                 PIC 9(3)       VALUE ZERO.
       01  WS-CS-BEST                PIC 9(3)       VALUE ZERO.
       01  WS-CS-UNIT                PIC 9(5)V99    VALUE ZERO.
       01  WS-CS-DISC                PIC 9(7)V99    VALUE ZERO.
       01  WS-CS-BEST-UNIT           PIC 9(5)V99    VALUE ZERO.
       01  WS-CS-BEST-DISC           PIC 9(7)V99    VALUE ZERO.

       LINKAGE SECTION.
      * 'C' = VENTE (BUDGET CONTROLE ET IMPUTE), 'P' = PRIX SEUL
       01  LK-MODE                   PIC X.
       01  LK-PROD-NO                PIC XXX.
       01  LK-SRC                    PIC XX.
      * DATE DE LA LIGNE (AAAA-MM-JJ), COMPAREE AUX DATES DE CAMPAGNE
       01  LK-LINE-DATE              PIC X(10).
       01  LK-QTY                    PIC 9(5).
      * PRIX UNITAIRE AVANT CAMPAGNE (CATALOGUE, AU PALIER EVENTUEL)
       01  LK-BASE-PRICE             PIC 9(5)V99.
       01  LK-CAMP-COUNT             PIC 9(3).
       01  LK-CAMP-TABLE.
           05 LK-CAMP-ENTRY OCCURS 200 TIMES.
              10 LK-CP-CODE          PIC X(8).
              10 LK-CP-PNO           PIC XXX.
              10 LK-CP-SRC           PIC XX.
              10 LK-CP-FROM          PIC X(10).
              10 LK-CP-TO            PIC X(10).
              10 LK-CP-PCT-OFF       PIC 9(2)V99.
              10 LK-CP-BUDGET        PIC 9(9)V99.
              10 LK-CP-USED          PIC 9(9)V99.
      * RESULTAT : CODE DE LA CAMPAGNE APPLIQUEE (BLANCS = AUCUNE),
      * PRIX UNITAIRE REMISE ET MONTANT TOTAL DE REMISE DE LA LIGNE
       01  LK-CAMP-CODE              PIC X(8).
       01  LK-UNIT-PRICE             PIC 9(5)V99.
       01  LK-DISC-AMOUNT            PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-MODE LK-PROD-NO LK-SRC LK-LINE-DATE
               LK-QTY LK-BASE-PRICE LK-CAMP-COUNT LK-CAMP-TABLE
               LK-CAMP-CODE LK-UNIT-PRICE LK-DISC-AMOUNT.

      *****************************************************************
      * RECHERCHE DE LA CAMPAGNE : PRODUIT ET SOURCE (BLANC = TOUTES) *
      * CONCERNES, DATE DE LA LIGNE DANS LA FENETRE (BORNES A BLANC = *
      * SANS LIMITE), BUDGET RESTANT SUFFISANT ; A REMISE EGALE, LA   *
      * PREMIERE DE LA TABLE EST GARDEE                               *
      *****************************************************************
           MOVE SPACES TO LK-CAMP-CODE
           MOVE LK-BASE-PRICE TO LK-UNIT-PRICE
           MOVE ZERO TO LK-DISC-AMOUNT
           MOVE 0 TO WS-CS-BEST
           IF LK-CAMP-COUNT = 0 OR LK-QTY = 0 OR LK-BASE-PRICE = 0
              GOBACK
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
              UNTIL WS-CS-IDX > LK-CAMP-COUNT
              IF LK-CP-PNO(WS-CS-IDX) = LK-PROD-NO
                 AND (LK-CP-SRC(WS-CS-IDX) = SPACES
                      OR LK-CP-SRC(WS-CS-IDX) = LK-SRC)
                 AND (LK-CP-FROM(WS-CS-IDX) = SPACES
                      OR LK-CP-FROM(WS-CS-IDX) <= LK-LINE-DATE)
                 AND (LK-CP-TO(WS-CS-IDX) = SPACES
                      OR LK-CP-TO(WS-CS-IDX) >= LK-LINE-DATE)
                 AND LK-CP-PCT-OFF(WS-CS-IDX) > 0
                 PERFORM EVALUATE-ONE-CAMPAIGN
              END-IF
           END-PERFORM
           IF WS-CS-BEST = 0
              GOBACK
           END-IF

           MOVE LK-CP-CODE(WS-CS-BEST) TO LK-CAMP-CODE
           MOVE WS-CS-BEST-UNIT TO LK-UNIT-PRICE
           MOVE WS-CS-BEST-DISC TO LK-DISC-AMOUNT
           IF LK-MODE = 'P'
              GOBACK
           END-IF
      * LE BUDGET EST COMMUN A TOUTES LES ENTREES DE LA CAMPAGNE
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
              UNTIL WS-CS-IDX > LK-CAMP-COUNT
              IF LK-CP-CODE(WS-CS-IDX) = LK-CAMP-CODE
                 ADD LK-DISC-AMOUNT TO LK-CP-USED(WS-CS-IDX)
              END-IF
           END-PERFORM
           GOBACK.

      *****************************************************************
      * REMISE DE LA LIGNE POUR UNE CAMPAGNE CANDIDATE ; ELLE N'EST   *
      * RETENUE QUE SI LE BUDGET RESTANT LA COUVRE ENTIEREMENT        *
      *****************************************************************
       EVALUATE-ONE-CAMPAIGN.
           COMPUTE WS-CS-UNIT ROUNDED =
                   LK-BASE-PRICE
                   * (100 - LK-CP-PCT-OFF(WS-CS-IDX)) / 100
           COMPUTE WS-CS-DISC = (LK-BASE-PRICE - WS-CS-UNIT) * LK-QTY
           IF WS-CS-DISC = 0
              EXIT PARAGRAPH
           END-IF
           IF LK-MODE NOT = 'P'
              AND LK-CP-USED(WS-CS-IDX) + WS-CS-DISC >
                  LK-CP-BUDGET(WS-CS-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-CS-BEST = 0
              OR LK-CP-PCT-OFF(WS-CS-IDX) > LK-CP-PCT-OFF(WS-CS-BEST)
              MOVE WS-CS-IDX  TO WS-CS-BEST
              MOVE WS-CS-UNIT TO WS-CS-BEST-UNIT
              MOVE WS-CS-DISC TO WS-CS-BEST-DISC
           END-IF
           .
