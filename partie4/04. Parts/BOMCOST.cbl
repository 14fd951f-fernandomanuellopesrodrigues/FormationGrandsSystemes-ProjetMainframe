       PROGRAM-ID. BOMCOST.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CUMUL DU COUT NOMENCLATURE / COUT MOYEN PONDERE   *
      * OBJECTIF  : MARGRPT COMPARE LE PRIX DE VENTE AU COUT MOYEN    *
      *             DES RECEPTIONS, MAIS CE COUT EST CE QUE LES       *
      *             FACTURES FOURNISSEURS ANNONCENT : PERSONNE NE     *
      *             VERIFIE QU'IL EST COHERENT AVEC CE QUE COUTENT    *
      *             LES PIECES DU PRODUIT. CE PROGRAMME ECLATE CHAQUE *
      *             PRODUIT A TRAVERS LA NOMENCLATURE FNBOMX, CUMULE  *
      *             COUT UNITAIRE DES PIECES (PTCOST03, TENU PAR      *
      *             CSTPARTS) FOIS QUANTITE PAR UNITE, ET EDITE       *
      *             L'ECART CONTRE LE COUT MOYEN PONDERE TENU PAR     *
      *             IMPRECPT (API9.PRODUCTS.AVG_COST, A DEFAUT        *
      *             API7.PRODUCTS.COST), LES PLUS GROSSES DIVERGENCES *
      *             EN TETE (MEME TRI QUE REORDRPT). C'EST AINSI QUE  *
      *             L'ON ATTRAPE LE FOURNISSEUR QUI GONFLE SES FRAIS  *
      *             D'ASSEMBLAGE. LA NOMENCLATURE CUMULEE EST LA      *
      *             REVISION EN VIGUEUR A LA DATE DU JOUR.            *
      * ENTREE    : FNBOMX (NOMENCLATURE), PTCOST03 (COUTS PIECES),   *
      *             API7.PRODUCTS ET API9.PRODUCTS EN BASE DB2        *
      * SORTIE    : RAPPORT (FREPORT)                                 *
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
      * MEME DISPOSITION QUE BOM-RECORD DANS BOMLOAD
       FD  BOM-FILE
           RECORD CONTAINS 13 TO 48 CHARACTERS.
       01 BOM-RECORD.
          05 BX-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 BX-PART-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 BX-QTY-PER           PIC 9(5).
          05 FILLER               PIC X(1).
          05 BX-REVISION          PIC 9(3).
          05 FILLER               PIC X(1).
          05 BX-EFF-FROM          PIC X(10).
          05 FILLER               PIC X(1).
          05 BX-EFF-TO            PIC X(10).
          05 FILLER               PIC X(1).
          05 BX-ECN-NO            PIC X(8).

      * MEME DISPOSITION QUE COST-RECORD DANS CSTPARTS
       FD  COST-FILE.
       01 WS-PROD-EOF-SW          PIC X          VALUE 'N'.
          88 WS-PROD-EOF                         VALUE 'Y'.

      * DATE DU JOUR : CHOISIT LA REVISION DE LA NOMENCLATURE
       01 WS-TODAY-DATE           PIC X(10)      VALUE SPACES.

      * NOMENCLATURE CHARGEE EN TABLE (REVISION EN VIGUEUR SEULEMENT),
      * AVEC LE COUT DE CHAQUE PIECE RESOLU UNE FOIS AU CHARGEMENT
      * (LECTURE PTCOST03)
       01 WS-BOM-TABLE.
          05 WS-BM-ENTRY OCCURS 5000 TIMES INDEXED BY BM-IX.
             10 WS-BM-PROD        PIC X(3).
             10 WS-BM-PART        PIC X(3).
             10 WS-BM-QTY-PER     PIC 9(5)       COMP-3.
             10 WS-BM-COST        PIC 9(5)V99    COMP-3.
             10 WS-BM-COSTED      PIC X(1).
       01 WS-BOM-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-BOM-MAX              PIC 9(4)       VALUE 5000.

      * TABLE DES PRODUITS ANALYSES, TRIEE PAR ECART ABSOLU
      * DECROISSANT AVANT EDITION (LE PIRE EN PREMIER)
      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'CUMUL NOMENCLATURE / COUT MOYEN PONDERE (PLUS GROS
      -         ' ECARTS EN TETE)'.
          05 WS-COLUMN-LINE       PIC X(132)     VALUE
                'PRODUIT  COUT MOYEN        COUT NOMENCLATURE
      -         '      ECART'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
       01 H-PNO                   PIC X(3).
       01 H-COST                  PIC S9(7)V99   USAGE COMP-3.

      * PRODUITS ACTIFS DU CATALOGUE FOURNISSEUR, AU COUT MOYEN
      * PONDERE D'IMPRECPT (COUT FOURNISSEUR TANT QU'AUCUNE RECEPTION
      * NE L'A CALCULE)
           EXEC SQL
               DECLARE PROD-CURSOR CURSOR FOR
               SELECT P.P_NO, COALESCE(A.AVG_COST, P.COST, 0)
                 FROM API7.PRODUCTS P
                 LEFT OUTER JOIN API9.PRODUCTS A
                   ON A.P_NO = P.P_NO
                WHERE COALESCE(P.ACTIVE,'Y') = 'Y'
                ORDER BY P.P_NO
           END-EXEC.

       PROCEDURE DIVISION.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME BOMCOST'
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END PERFORM LOAD-ONE-BOM-ROW
           .

       LOAD-ONE-BOM-ROW.
      * SEULE LA REVISION EN VIGUEUR CE JOUR EST CHARGEE (DATES A
      * BLANC = LIGNE DE TOUT TEMPS)
           IF BX-EFF-FROM NOT = SPACES
              AND BX-EFF-FROM > WS-TODAY-DATE
              EXIT PARAGRAPH
           END-IF
           IF BX-EFF-TO NOT = SPACES
              AND BX-EFF-TO NOT > WS-TODAY-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-BOM-COUNT >= WS-BOM-MAX
              DISPLAY 'TABLE NOMENCLATURE PLEINE, LIGNE IGNOREE: '
                      BX-PROD-NO '/' BX-PART-NO
