      *             DEMANDEES EN SYSIN (CARTES CURR=XX, PLUSIEURS     *
      *             ADMISES), AVEC LA DATE D'EFFET EN ENTETE, POUR    *
      *             PUBLICATION AU LENDEMAIN DE CHAQUE IMPPRODS.      *
      *             LES PALIERS DE PRIX PAR QUANTITE DU PRODUIT       *
      *             (API9.PRICE_TIERS) SONT IMPRIMES SOUS CHAQUE      *
      *             PRODUIT, AU PRIX UNITAIRE CALCULE PAR PRCTIER     *
      *             COMME A LA FACTURATION.                           *
      * ENTREE    : FNCURR (REFERENTIEL DEVISES), SYSIN (CARTES       *
      *             CURR=XX, FACULTATIVES : EU ET DO PAR DEFAUT),     *
      *             API7.PRODUCTS ET API9.PRICE_TIERS EN BASE DB2     *
      * SORTIE    : TARIF CLIENT (FREPORT)                            *
      *****************************************************************

      * CONTRE-VALEUR DOLLAR D'UNE UNITE DE DEVISE, ON DIVISE DONC)
       01 WS-CONVERTED-PRICE      PIC 9(7)V99    VALUE ZERO.

      * PALIERS DE PRIX DU PRODUIT EN COURS, MEME DISPOSITION QUE
      * LK-TIER-TABLE DANS LE SOUS-PROGRAMME PARTAGE PRCTIER ; LE PRIX
      * DE CHAQUE PALIER EST OBTENU EN APPELANT PRCTIER A LA QUANTITE
      * MINIMALE DU PALIER (MEME CALCUL QU'A LA FACTURATION)
       01 WS-TIER-TABLE.
          05 WS-TIER-ENTRY OCCURS 500 TIMES INDEXED BY TR-IX.
             10 WS-TR-PNO         PIC XXX.
             10 WS-TR-MIN-QTY     PIC 9(5).
             10 WS-TR-PRICE       PIC 9(5)V99.
             10 WS-TR-PCT-OFF     PIC 9(2)V99.
       01 WS-TIER-COUNT           PIC 9(3)       VALUE ZERO.
       01 WS-TIER-MAX             PIC 9(3)       VALUE 500.
       01 WS-PT-QTY               PIC 9(5)       VALUE ZERO.
       01 WS-PT-BASE-PRICE        PIC 9(5)V99    VALUE ZERO.
       01 WS-PT-UNIT-PRICE        PIC 9(5)V99    VALUE ZERO.
       01 WS-PT-TIER-MIN          PIC 9(5)       VALUE ZERO.

      * COMPTEURS
       01 WS-PRODUCTS-LISTED      PIC 9(5)       VALUE ZERO.

             10 WS-RPT-CONV       PIC Z,ZZZ,ZZ9.99.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-CURR-NAME  PIC X(20).
          05 WS-TIER-LINE.
             10 FILLER            PIC X(13)      VALUE SPACES.
             10 FILLER            PIC X(20)      VALUE
                'PALIER A PARTIR DE '.
             10 WS-RPT-TIER-QTY   PIC ZZ,ZZ9.
             10 FILLER            PIC X(3)       VALUE ' : '.
             10 WS-RPT-TIER-PRICE PIC ZZ,ZZ9.99.
             10 FILLER            PIC X(4)       VALUE ' USD'.
             10 WS-RPT-TIER-PCT-LBL PIC X(10).
             10 WS-RPT-TIER-PCT   PIC Z9.99 BLANK WHEN ZERO.
             10 WS-RPT-TIER-PCT-SFX PIC X(2).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(20)      VALUE
                'PRODUITS AU TARIF : '.
       01 H-DESCRIPTION           PIC X(30).
       01 H-DESCRIPTION-EN        PIC X(30).
       01 H-PRICE                 PIC S9(5)V99   USAGE COMP-3.
       01 H-TR-MIN-QTY            PIC S9(5)      USAGE COMP-3.
       01 H-TR-PRICE              PIC S9(5)V99   USAGE COMP-3.
       01 H-TR-PCT-OFF            PIC S9(2)V99   USAGE COMP-3.

           EXEC SQL
               DECLARE PROD-CURSOR CURSOR FOR
                ORDER BY P_NO
           END-EXEC.

      * PALIERS DE PRIX PAR QUANTITE DU PRODUIT EN COURS
           EXEC SQL
               DECLARE TIER-CURSOR CURSOR FOR
               SELECT MIN_QTY, COALESCE(PRICE,0), COALESCE(PCT_OFF,0)
                 FROM API9.PRICE_TIERS
                WHERE P_NO = :H-PNO
                ORDER BY MIN_QTY
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
                   UNTIL SEL-IX > WS-SEL-COUNT
              PERFORM PRINT-ONE-CURRENCY
           END-PERFORM
           PERFORM PRINT-PRODUCT-TIERS
           .

      *****************************************************************
      * PALIERS DE QUANTITE DU PRODUIT : UNE LIGNE PAR PALIER, PRIX   *
      * UNITAIRE EN DOLLARS CALCULE PAR PRCTIER A LA QUANTITE MINIMALE*
      * DU PALIER (LA REMISE EN POURCENTAGE EST RAPPELEE)             *
      *****************************************************************
       PRINT-PRODUCT-TIERS.
           MOVE ZERO TO WS-TIER-COUNT
           EXEC SQL OPEN TIER-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH TIER-CURSOR
                   INTO :H-TR-MIN-QTY, :H-TR-PRICE, :H-TR-PCT-OFF
              END-EXEC
              IF SQLCODE = 0 AND WS-TIER-COUNT < WS-TIER-MAX
                 ADD 1 TO WS-TIER-COUNT
                 MOVE H-PNO        TO WS-TR-PNO(WS-TIER-COUNT)
                 MOVE H-TR-MIN-QTY TO WS-TR-MIN-QTY(WS-TIER-COUNT)
                 MOVE H-TR-PRICE   TO WS-TR-PRICE(WS-TIER-COUNT)
                 MOVE H-TR-PCT-OFF TO WS-TR-PCT-OFF(WS-TIER-COUNT)
              END-IF
           END-PERFORM
           EXEC SQL CLOSE TIER-CURSOR END-EXEC
           PERFORM VARYING TR-IX FROM 1 BY 1
                   UNTIL TR-IX > WS-TIER-COUNT
              PERFORM PRINT-ONE-TIER
           END-PERFORM
           .

       PRINT-ONE-TIER.
           MOVE WS-TR-MIN-QTY(TR-IX) TO WS-PT-QTY
           MOVE H-PRICE              TO WS-PT-BASE-PRICE
           CALL 'PRCTIER' USING H-PNO WS-PT-QTY WS-PT-BASE-PRICE
                   WS-TIER-COUNT WS-TIER-TABLE WS-PT-UNIT-PRICE
                   WS-PT-TIER-MIN
           IF WS-PT-TIER-MIN = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TR-MIN-QTY(TR-IX) TO WS-RPT-TIER-QTY
           MOVE WS-PT-UNIT-PRICE     TO WS-RPT-TIER-PRICE
           IF WS-TR-PRICE(TR-IX) = 0
              MOVE ' (REMISE ' TO WS-RPT-TIER-PCT-LBL
              MOVE WS-TR-PCT-OFF(TR-IX) TO WS-RPT-TIER-PCT
              MOVE '%)' TO WS-RPT-TIER-PCT-SFX
           ELSE
              MOVE SPACES TO WS-RPT-TIER-PCT-LBL
              MOVE ZERO   TO WS-RPT-TIER-PCT
              MOVE SPACES TO WS-RPT-TIER-PCT-SFX
           END-IF
           WRITE REPORT-RECORD FROM WS-TIER-LINE
           .

      *****************************************************************
