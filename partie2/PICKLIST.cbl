      *             TOTALE PAR PRODUIT, CLASSEE PAR QUANTITE          *
      *             DECROISSANTE COMME LES MEILLEURES VENTES DE       *
      *             SALESAN) POUR QUE LES PREPARATEURS NE FASSENT     *
      *             QU'UN PASSAGE PAR PRODUIT. SOUS CHAQUE LIGNE DU   *
      *             BON, LES LOTS A PRELEVER (API9.LOT_ALLOC, LOT QUI *
      *             PERIME LE PLUS TOT) AVEC PEREMPTION ET QUANTITE.  *
      * ENTREE    : SYSIN (CARTE DATE= OBLIGATOIRE), BASE DB2          *
      * SORTIE    : BONS DE PRELEVEMENT + FEUILLE CONSOLIDEE (FVPICK) *
      *****************************************************************
           88 WS-ITEM-EOF                   VALUE 'Y'.
       01  WS-PULL-EOF-SW             PIC X  VALUE 'N'.
           88 WS-PULL-EOF                   VALUE 'Y'.
       01  WS-LOT-EOF-SW              PIC X  VALUE 'N'.
           88 WS-LOT-EOF                    VALUE 'Y'.

      * DATE DU JOUR TRAITE (CARTE SYSIN DATE=, OBLIGATOIRE)
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
              10 FILLER               PIC X(13)     VALUE
                 '  QUANTITE : '.
              10 WS-RPT-QTY           PIC ZZZ,ZZ9.
           05 WS-LOT-LINE.
              10 FILLER               PIC X(18)     VALUE
                 '      LOT      : '.
              10 WS-RPT-LOT-NO        PIC X(10).
              10 FILLER               PIC X(15)     VALUE
                 '  PEREMPTION: '.
              10 WS-RPT-LOT-EXP       PIC X(10).
              10 FILLER               PIC X(13)     VALUE
                 '  QUANTITE : '.
              10 WS-RPT-LOT-QTY       PIC ZZZ,ZZ9.
           05 WS-PULL-HDR.
              10 FILLER               PIC X(44)     VALUE
                 'FEUILLE DE PRELEVEMENT CONSOLIDEE - ENTREPOT'.
       01  H-P-NO                     PIC XXX.
       01  H-P-DESC                   PIC X(30).
       01  H-QTY                      PIC S9(7)     USAGE COMP-3.
      * LOTS PRELEVES PAR LIGNE (API9.LOT_ALLOC / API9.STOCK_LOT,
      * CF. IMPRECPT ET IMPVENTS)
       01  H-LOT-NO                   PIC X(10).
       01  H-LOT-EXPIRY               PIC X(10).
       01  H-LOT-QTY                  PIC S9(7)     USAGE COMP-3.

      * COMMANDES DE LA DATE, AVEC L'IDENTITE CLIENT (CUSTMNT)
           EXEC SQL
                ORDER BY SUM(I.QUANTITY) DESC
           END-EXEC.

      * LOTS A PRELEVER POUR UNE LIGNE DE COMMANDE (NET DES RETOURS
      * REMIS DANS LE LOT), DANS L'ORDRE DE PEREMPTION ; LE LOT
      * '9999-12-31' EST UN PRODUIT NON PERISSABLE
           EXEC SQL
               DECLARE LOT-CURSOR CURSOR FOR
               SELECT A.LOT_NO, COALESCE(L.EXPIRY_DATE,'9999-12-31'),
                      SUM(A.QTY)
                 FROM API9.LOT_ALLOC A
                      LEFT OUTER JOIN API9.STOCK_LOT L
                        ON L.P_NO   = A.P_NO
                       AND L.LOT_NO = A.LOT_NO
                WHERE A.O_NO = :H-O-NO
                  AND A.P_NO = :H-P-NO
                GROUP BY A.LOT_NO, L.EXPIRY_DATE
               HAVING SUM(A.QTY) > 0
                ORDER BY 2, A.LOT_NO
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
                   MOVE H-P-DESC TO WS-RPT-DESC
                   MOVE H-QTY    TO WS-RPT-QTY
                   WRITE PICK-RECORD FROM WS-ITEM-LINE
                   PERFORM PRINT-ITEM-LOTS
                   PERFORM READ-NEXT-ITEM
           END-PERFORM
           EXEC SQL CLOSE ITEM-CURSOR END-EXEC
           END-IF
           .

      * LOTS A PRELEVER SOUS LA LIGNE (AUCUNE LIGNE SI LE PRODUIT
      * EST SORTI D'UN STOCK ANTERIEUR A LA GESTION PAR LOT)
       PRINT-ITEM-LOTS.
           MOVE 'N' TO WS-LOT-EOF-SW
           EXEC SQL OPEN LOT-CURSOR END-EXEC
           PERFORM READ-NEXT-LOT
           PERFORM UNTIL WS-LOT-EOF
                   MOVE H-LOT-NO     TO WS-RPT-LOT-NO
                   MOVE H-LOT-EXPIRY TO WS-RPT-LOT-EXP
                   IF H-LOT-EXPIRY = '9999-12-31'
                      MOVE 'SANS' TO WS-RPT-LOT-EXP
                   END-IF
                   MOVE H-LOT-QTY    TO WS-RPT-LOT-QTY
                   WRITE PICK-RECORD FROM WS-LOT-LINE
                   PERFORM READ-NEXT-LOT
           END-PERFORM
           EXEC SQL CLOSE LOT-CURSOR END-EXEC
           .

       READ-NEXT-LOT.
           EXEC SQL
               FETCH LOT-CURSOR
                INTO :H-LOT-NO, :H-LOT-EXPIRY, :H-LOT-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH LOT-CURSOR, SQLCODE: ' SQLCODE
              END-IF
           END-IF
           .

      *****************************************************************
      * FEUILLE CONSOLIDEE : QUANTITE TOTALE PAR PRODUIT, PLUS GROS   *
      * VOLUMES EN TETE                                              *
