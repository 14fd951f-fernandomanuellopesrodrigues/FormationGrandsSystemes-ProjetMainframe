      * OBJECTIF  : TOUT LE MONDE RAPPORTE DU CHIFFRE D'AFFAIRES      *
      *             (SALESAN, COMMPAY, LE CONSOLIDE D'IMPVENTS) MAIS  *
      *             RIEN NE SAVAIT CE QU'UN PRODUIT NOUS COUTE.       *
      *             DEPUIS QUE IMPRECPT TIENT LE COUT MOYEN PONDERE   *
      *             SUR API9.PRODUCTS.AVG_COST (A DEFAUT, PRIX        *
      *             D'ACHAT FOURNISSEUR API7.PRODUCTS.COST), CE       *
      *             PROGRAMME RAPPROCHE, SUR UNE PLAGE SYSIN          *
      *             (FROM=/TO=), LES PRIX DE VENTE D'API9.ITEMS DE CE *
      *             COUT : MARGE BRUTE PAR PRODUIT (LES MARGES        *
      *             NEGATIVES SORTENT EN TETE, SIGNALEES) PUIS PAR    *
      *             SOURCE.                                           *
      * ENTREE    : SYSIN (FROM=/TO= OBLIGATOIRES), API9.ITEMS/       *
      *             API9.ORDERS/API9.PRODUCTS/API7.PRODUCTS EN BASE   *
      *             DB2                                               *
      * SORTIE    : RAPPORT DE MARGE (FREPORT)                        *
      *****************************************************************

       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'RAPPORT DE MARGE BRUTE (PRIX DE VENTE / COUT
      -          ' MOYEN PONDERE)'.
           05 WS-RANGE-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'PERIODE ANALYSEE : '.
       01  H-MARGIN                   PIC S9(11)V99 USAGE COMP-3.

      * MARGE PAR PRODUIT, LA PLUS FAIBLE EN PREMIER : LES MARGES
      * NEGATIVES SORTENT AINSI NATURELLEMENT EN TETE DE SECTION.
      * LE COUT EST LE COUT MOYEN PONDERE TENU PAR IMPRECPT
      * (API9.PRODUCTS.AVG_COST), A DEFAUT LE COUT FOURNISSEUR API7
           EXEC SQL
               DECLARE PROD-MARG-CURSOR CURSOR FOR
               SELECT I.P_NO, SUM(I.QUANTITY),
                      SUM(I.QUANTITY * I.PRICE),
                      SUM(I.QUANTITY * COALESCE(A.AVG_COST,P.COST,0)),
                      SUM(I.QUANTITY * I.PRICE)
                      - SUM(I.QUANTITY * COALESCE(A.AVG_COST,P.COST,0))
                 FROM API9.ITEMS I, API9.ORDERS O, API7.PRODUCTS P,
                      API9.PRODUCTS A
                WHERE I.O_NO = O.O_NO
                  AND P.P_NO = I.P_NO
                  AND A.P_NO = I.P_NO
                  AND O.O_DATE BETWEEN :H-FROM-DATE AND :H-TO-DATE
                GROUP BY I.P_NO
                ORDER BY 5 ASC
               DECLARE SRC-MARG-CURSOR CURSOR FOR
               SELECT COALESCE(O.SRC,'EU'),
                      SUM(I.QUANTITY * I.PRICE),
                      SUM(I.QUANTITY * COALESCE(A.AVG_COST,P.COST,0)),
                      SUM(I.QUANTITY * I.PRICE)
                      - SUM(I.QUANTITY * COALESCE(A.AVG_COST,P.COST,0))
                 FROM API9.ITEMS I, API9.ORDERS O, API7.PRODUCTS P,
                      API9.PRODUCTS A
                WHERE I.O_NO = O.O_NO
                  AND P.P_NO = I.P_NO
                  AND A.P_NO = I.P_NO
                  AND O.O_DATE BETWEEN :H-FROM-DATE AND :H-TO-DATE
                GROUP BY O.SRC
                ORDER BY 1
