      *             UNIQUE. LA CARTE COVER= (30 JOURS PAR DEFAUT)     *
      *             RESTE LE SEUIL DES PRODUITS SANS FOURNISSEUR      *
      *             CONNU OU QUAND LE MAITRE EST ABSENT.              *
      *             AVEC LA CARTE FORECAST=Y, LA QUANTITE PAR JOUR    *
      *             D'UN PRODUIT PREVU PAR DMDFCST EST TIREE DE SA    *
      *             PREVISION SAISONNALISEE (TOTAL DES MOIS PREVUS /  *
      *             30 JOURS PAR MOIS) AU LIEU DE LA MOYENNE PLATE DE *
      *             LA PLAGE ; LA COLONNE BASE INDIQUE LA SOURCE      *
      *             RETENUE (P = PREVISION, H = HISTORIQUE).          *
      *             AVEC LA CARTE SUGGEST=Y, CHAQUE PRODUIT SOUS SON  *
      *             SEUIL DONNE UNE LIGNE DE COMMANDE D'ACHAT         *
      *             SUGGEREE DANS FNPOSUG, AU FORMAT FNPOIN DE        *
      *             POLOAD : QUANTITE POUR REMONTER A SON SEUIL DE    *
      *             COUVERTURE (QTE/JOUR X SEUIL), NETTE DU STOCK ET  *
      *             DU RESTE A RECEVOIR DES COMMANDES OUVERTES DU     *
      *             CARNET FNPOMST ; DATE ATTENDUE = DATE DU JOUR +   *
      *             DELAI DU FOURNISSEUR. LES LIGNES SONT GROUPEES    *
      *             PAR FOURNISSEUR (UN NUMERO DE COMMANDE PAR        *
      *             FOURNISSEUR, A PARTIR DE LA CARTE PONO= OU DU     *
      *             PLUS GRAND NUMERO DU CARNET + 1) ; UN PRODUIT     *
      *             DEJA COUVERT PAR SES COMMANDES OUVERTES N'EST PAS *
      *             RESUGGERE. L'ACHETEUR CORRIGE OU SUPPRIME LES     *
      *             LIGNES PUIS CHARGE LE RESTE PAR POLOAD.           *
      * ENTREE    : SYSIN (FROM=/TO= OBLIGATOIRES, COVER=, FORECAST=, *
      *             SUGGEST= ET PONO= FACULTATIVES)                   *
      *             API9.PRODUCTS/API9.ITEMS/API9.ORDERS EN BASE DB2  *
      *             FNSUPMST (MAITRE FOURNISSEURS, FACULTATIF)        *
      *             FVDMFCST (PREVISIONS DMDFCST, SI FORECAST=Y)      *
      *             FNPOMST (CARNET D'ACHAT, FACULTATIF, SI SUGGEST=Y)*
      * SORTIE    : RAPPORT DE REAPPROVISIONNEMENT (FREPORT)          *
      *             FNPOSUG (COMMANDES SUGGEREES, SI SUGGEST=Y)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-FS-SUP.

      * PREVISIONS MENSUELLES PAR PRODUIT ECRITES PAR DMDFCST
           SELECT FCST-FILE
               ASSIGN TO FVDMFCST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCST.

      * CARNET DES COMMANDES D'ACHAT (TENU PAR POLOAD/IMPRECPT) : LU
      * EN SEQUENCE POUR LE RESTE A RECEVOIR PAR PRODUIT
           SELECT PO-FILE
               ASSIGN TO FNPOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-FS-PO.

      * COMMANDES D'ACHAT SUGGEREES, AU FORMAT FNPOIN DE POLOAD
           SELECT POSUG-FILE
               ASSIGN TO FNPOSUG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-POSUG.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
           05 SUP-NAME                PIC X(30).
           05 SUP-LEADTIME            PIC 9(3).
           05 SUP-ACTIVE              PIC X(1).
           05 SUP-PAY-TERMS           PIC 9(3).
           05 SUP-BANK-ACCT           PIC X(34).

      * PREVISION : MEME DISPOSITION QUE FCST-RECORD DANS DMDFCST
       FD  FCST-FILE.
       01  FCST-RECORD.
           05 FC-P-NO                 PIC XXX.
           05 FILLER                  PIC X(1).
           05 FC-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1).
           05 FC-QTY                  PIC 9(7).
           05 FILLER                  PIC X(1).
           05 FC-SEAS-INDEX           PIC 9V99.
           05 FILLER                  PIC X(1).
           05 FC-RUN-DATE             PIC X(10).

      * CARNET D'ACHAT : MEME DISPOSITION QUE PO-RECORD DANS POLOAD
       FD  PO-FILE.
       01  PO-RECORD.
           05 PO-KEY.
              10 PO-NO                PIC X(7).
              10 PO-PROD-NO           PIC X(3).
           05 PO-QTY-ORDERED          PIC 9(5).
           05 PO-QTY-RECEIVED         PIC 9(5).
           05 PO-DATE-EXPECTED        PIC X(10).
           05 PO-STATUS               PIC X(1).
           05 PO-SUP-NO               PIC X(4).
           05 PO-UNIT-PRICE           PIC 9(5)V99.
           05 PO-QTY-INVOICED         PIC 9(5).
           05 PO-DATE-ORDERED         PIC X(10).

      * LIGNE SUGGEREE : MEME DISPOSITION QUE POIN-RECORD DANS POLOAD
      * (PRIX A BLANC = NON FOURNI, A COMPLETER PAR L'ACHETEUR)
       FD  POSUG-FILE.
       01  POSUG-RECORD.
           05 PS-PO-NO                PIC X(7).
           05 FILLER                  PIC X(1).
           05 PS-PROD-NO              PIC X(3).
           05 FILLER                  PIC X(1).
           05 PS-QTY-TXT              PIC 9(5).
           05 FILLER                  PIC X(1).
           05 PS-DATE-EXPECTED        PIC X(10).
           05 FILLER                  PIC X(1).
           05 PS-SUP-NO               PIC X(4).
           05 FILLER                  PIC X(1).
           05 PS-PRICE-TXT            PIC X(9).

       WORKING-STORAGE SECTION.

           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-FS-SUP                  PIC XX VALUE SPACES.
           88 WS-SUP-OK                     VALUE '00'.
       01  WS-FS-FCST                 PIC XX VALUE SPACES.
           88 WS-FCST-OK                    VALUE '00'.
           88 WS-FCST-EOF                   VALUE '10'.
       01  WS-FS-PO                   PIC XX VALUE SPACES.
           88 WS-PO-OK                      VALUE '00'.
           88 WS-PO-EOF                     VALUE '10'.
       01  WS-FS-POSUG                PIC XX VALUE SPACES.
           88 WS-POSUG-OK                   VALUE '00'.

      * LE MAITRE FNSUPMST EST FACULTATIF : ABSENT, TOUS LES PRODUITS
      * GARDENT LE SEUIL GLOBAL COVER= (COMPORTEMENT HISTORIQUE)
       01  WS-COVER-LIMIT             PIC 9(3)  VALUE 30.
       01  WS-SI-NUM-TEST             PIC 9(3).

      * CARTE FORECAST=Y : DEMANDE PREVUE AU LIEU DE LA MOYENNE PLATE
       01  WS-FORECAST-SW             PIC X  VALUE 'N'.
           88 WS-USE-FORECAST               VALUE 'Y'.

      * PREVISIONS CHARGEES : TOTAL ET NOMBRE DE MOIS PREVUS PAR
      * PRODUIT (UN MOIS COMPTE POUR 30 JOURS)
       01  WS-FCST-TABLE.
           05 WS-FC-ENTRY OCCURS 500 TIMES INDEXED BY FC-IX.
              10 WS-FC-PNO            PIC X(3).
              10 WS-FC-TOTAL          PIC 9(9)    COMP-3.
              10 WS-FC-MONTHS         PIC 9(3)    COMP-3.
       01  WS-FCST-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-FCST-MAX                PIC 9(3)  VALUE 500.
       01  WS-FCST-FOUND              PIC 9(3)  VALUE ZERO.
       01  WS-DAYS-PER-MONTH          PIC 9(2)  VALUE 30.
       01  WS-PROD-BASIS              PIC X     VALUE 'H'.

      * CARTE SUGGEST=Y : COMMANDES D'ACHAT SUGGEREES DANS FNPOSUG ;
      * CARTE PONO= : PREMIER NUMERO DE COMMANDE A ATTRIBUER
       01  WS-SUGGEST-SW              PIC X  VALUE 'N'.
           88 WS-SUGGEST                    VALUE 'Y'.
       01  WS-NEXT-PO-NO              PIC 9(7)  VALUE ZERO.
       01  WS-PO-NO-NUM               PIC 9(7)  VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
       01  WS-RUN-INT                 PIC S9(9) COMP VALUE 0.
       01  WS-EXPECT-INT              PIC S9(9) COMP VALUE 0.

      * RESTE A RECEVOIR DES COMMANDES OUVERTES DU CARNET PAR PRODUIT
       01  WS-OPEN-TABLE.
           05 WS-OP-ENTRY OCCURS 500 TIMES INDEXED BY OP-IX.
              10 WS-OP-PNO            PIC X(3).
              10 WS-OP-QTY            PIC 9(7)    COMP-3.
       01  WS-OPEN-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-OPEN-MAX                PIC 9(3)  VALUE 500.
       01  WS-OPEN-FOUND              PIC 9(3)  VALUE ZERO.
       01  WS-OPEN-QTY                PIC S9(7) COMP-3 VALUE +0.

      * LIGNES SUGGEREES, TRIEES PAR FOURNISSEUR AVANT ECRITURE
       01  WS-SUG-TABLE.
           05 WS-SG-ENTRY OCCURS 500 TIMES INDEXED BY SG-IX.
              10 WS-SG-SUP            PIC X(4).
              10 WS-SG-PNO            PIC X(3).
              10 WS-SG-QTY            PIC 9(5).
              10 WS-SG-LIMIT          PIC 9(3).
       01  WS-SUG-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-SG-SWAP-ENTRY.
           05 WS-SG-SW-SUP            PIC X(4).
           05 WS-SG-SW-PNO            PIC X(3).
           05 WS-SG-SW-QTY            PIC 9(5).
           05 WS-SG-SW-LIMIT          PIC 9(3).
       01  WS-SG-PREV-SUP             PIC X(4)  VALUE SPACES.
       01  WS-SG-PO-NO                PIC 9(7)  VALUE ZERO.
       01  WS-TARGET-QTY              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-NEED-QTY                PIC S9(9) COMP-3 VALUE +0.
       01  WS-SUG-MAX-QTY             PIC 9(5)  VALUE 99999.

      * CALCUL DU NOMBRE DE JOURS DE LA PLAGE ANALYSEE
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-FROM-INT                PIC S9(9) COMP VALUE 0.
              10 WS-PR-COVER          PIC 9(5)    COMP-3.
              10 WS-PR-SUP            PIC X(4).
              10 WS-PR-LIMIT          PIC 9(3)    COMP-3.
              10 WS-PR-BASIS          PIC X.
       01  WS-PROD-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-PROD-MAX                PIC 9(3)  VALUE 500.
       01  WS-SORT-I                  PIC 9(3)  VALUE ZERO.
           05 WS-SW-COVER             PIC 9(5)    COMP-3.
           05 WS-SW-SUP               PIC X(4).
           05 WS-SW-LIMIT             PIC 9(3)    COMP-3.
           05 WS-SW-BASIS             PIC X.

      * SEUIL DE COUVERTURE DU PRODUIT EN COURS : DELAI DE LIVRAISON
      * DU FOURNISSEUR QUAND IL EST CONNU, SINON LA CARTE COVER=
       01  WS-COUNTERS.
           05 WS-PRODUCTS-READ        PIC 9(5)  VALUE ZERO.
           05 WS-PRODUCTS-FLAGGED     PIC 9(5)  VALUE ZERO.
           05 WS-PRODUCTS-FORECAST    PIC 9(5)  VALUE ZERO.
           05 WS-LINES-SUGGESTED      PIC 9(5)  VALUE ZERO.
           05 WS-COVERED-BY-PO        PIC 9(5)  VALUE ZERO.
           05 WS-POS-SUGGESTED        PIC 9(5)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-COLUMN-LINE          PIC X(132)    VALUE
                 'PRODUIT  STOCK    VENDU   QTE/JOUR   COUVERTURE
      -          '       FOUR  SEUIL BASE'.
           05 WS-DETAIL-LINE.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-PNO           PIC X(3).
              10 WS-RPT-SUP           PIC X(4).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-PLIMIT        PIC ZZ9.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-BASIS         PIC X.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-FLAG          PIC X(25).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(21)     VALUE
              10 FILLER               PIC X(21)     VALUE
                 ' - SOUS LE SEUIL   : '.
              10 WS-RPT-FLAGGED       PIC ZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - SUR PREVISION   : '.
              10 WS-RPT-FORECAST      PIC ZZ,ZZ9.
           05 WS-SUG-TITLE-LINE       PIC X(132)    VALUE
                 'COMMANDES D''ACHAT SUGGEREES (FNPOSUG, A REVOIR AVANT
      -          ' CHARGEMENT PAR POLOAD)'.
           05 WS-SUG-COL-LINE         PIC X(132)    VALUE
                 'CDE ACHAT  FOUR    PRODUIT  QTE  ATTENDU LE SEUIL'.
           05 WS-SUG-LINE.
              10 WS-RPT-SG-PO         PIC X(7).
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-SG-SUP        PIC X(4).
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-SG-PNO        PIC X(3).
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-SG-QTY        PIC ZZ,ZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-SG-DATE       PIC X(10).
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-SG-LIMIT      PIC ZZ9.
           05 WS-SUG-SUMMARY-LINE.
              10 FILLER               PIC X(21)     VALUE
                 'LIGNES SUGGEREES   : '.
              10 WS-RPT-SG-LINES      PIC ZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - COMMANDES       : '.
              10 WS-RPT-SG-POS        PIC ZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - COUVERTS CARNET : '.
              10 WS-RPT-SG-COVERED    PIC ZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           PERFORM PROCESS-PRODUCTS
           PERFORM SORT-BY-COVER
           PERFORM WRITE-RANKED-LINES
           IF WS-SUGGEST
              PERFORM BUILD-SUGGESTIONS
              PERFORM SORT-SUGGESTIONS
              PERFORM WRITE-SUGGESTIONS
           END-IF
           PERFORM FINALIZATION
           GOBACK.

                      WS-FS-SUP '), SEUIL GLOBAL COVER= APPLIQUE'
           END-IF

           IF WS-USE-FORECAST
              PERFORM LOAD-FORECASTS
           END-IF

           IF WS-SUGGEST
              PERFORM OPEN-SUGGESTION-FILES
           END-IF

           EXEC SQL OPEN PROD-CURSOR END-EXEC
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN FROM=/TO=/COVER=/FORECAST=/SUGGEST=/ *
      * PONO=                                                         *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
                       MOVE WS-SI-NUM-TEST TO WS-COVER-LIMIT
                    END-IF
                 END-IF
              WHEN SYSIN-RECORD(1:9) = 'FORECAST='
                 IF SYSIN-RECORD(10:1) = 'Y'
                    MOVE 'Y' TO WS-FORECAST-SW
                 END-IF
              WHEN SYSIN-RECORD(1:8) = 'SUGGEST='
                 IF SYSIN-RECORD(9:1) = 'Y'
                    MOVE 'Y' TO WS-SUGGEST-SW
                 END-IF
              WHEN SYSIN-RECORD(1:5) = 'PONO='
                 IF SYSIN-RECORD(6:7) IS NUMERIC
                    MOVE SYSIN-RECORD(6:7) TO WS-NEXT-PO-NO
                 END-IF
           END-EVALUATE
           .

           END-IF
           .

      *****************************************************************
      * CHARGEMENT DES PREVISIONS DMDFCST : FICHIER ABSENT, LA        *
      * MOYENNE PLATE DE LA PLAGE S'APPLIQUE A TOUS LES PRODUITS      *
      *****************************************************************
       LOAD-FORECASTS.
           OPEN INPUT FCST-FILE
           IF NOT WS-FCST-OK
              DISPLAY 'PAS DE FICHIER DE PREVISIONS (' WS-FS-FCST
                      '), MOYENNE DE LA PLAGE APPLIQUEE'
              MOVE 'N' TO WS-FORECAST-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FCST-EOF
              READ FCST-FILE
                 AT END MOVE '10' TO WS-FS-FCST
                 NOT AT END PERFORM LOAD-ONE-FORECAST
              END-READ
           END-PERFORM
           CLOSE FCST-FILE
           .

       LOAD-ONE-FORECAST.
           MOVE 0 TO WS-FCST-FOUND
           PERFORM VARYING FC-IX FROM 1 BY 1
                   UNTIL FC-IX > WS-FCST-COUNT OR WS-FCST-FOUND > 0
              IF WS-FC-PNO(FC-IX) = FC-P-NO
                 SET WS-FCST-FOUND TO FC-IX
              END-IF
           END-PERFORM
           IF WS-FCST-FOUND = 0
              IF WS-FCST-COUNT >= WS-FCST-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-FCST-COUNT
              MOVE WS-FCST-COUNT TO WS-FCST-FOUND
              MOVE FC-P-NO TO WS-FC-PNO(WS-FCST-FOUND)
              MOVE 0       TO WS-FC-TOTAL(WS-FCST-FOUND)
              MOVE 0       TO WS-FC-MONTHS(WS-FCST-FOUND)
           END-IF
           ADD FC-QTY TO WS-FC-TOTAL(WS-FCST-FOUND)
           ADD 1      TO WS-FC-MONTHS(WS-FCST-FOUND)
           .

      *****************************************************************
      * PARCOURS DES PRODUITS ACTIFS ET CALCUL DE LA COUVERTURE      *
      *****************************************************************

           COMPUTE WS-AVG-DAILY-QTY ROUNDED =
                   H-QTY-SOLD / WS-RANGE-DAYS
           MOVE 'H' TO WS-PROD-BASIS
           IF WS-USE-FORECAST
              PERFORM APPLY-PRODUCT-FORECAST
           END-IF
           IF WS-AVG-DAILY-QTY = ZERO
              MOVE WS-COVER-MAX TO WS-DAYS-COVER
           ELSE
           MOVE WS-DAYS-COVER     TO WS-PR-COVER(WS-PROD-COUNT)
           MOVE H-SUP-NO          TO WS-PR-SUP(WS-PROD-COUNT)
           MOVE WS-PROD-LIMIT     TO WS-PR-LIMIT(WS-PROD-COUNT)
           MOVE WS-PROD-BASIS     TO WS-PR-BASIS(WS-PROD-COUNT)
           .

      *****************************************************************
      * DEMANDE PREVUE : QUANTITE PAR JOUR = TOTAL DES MOIS PREVUS /  *
      * (NOMBRE DE MOIS X 30) ; PRODUIT SANS PREVISION = MOYENNE      *
      *****************************************************************
       APPLY-PRODUCT-FORECAST.
           MOVE 0 TO WS-FCST-FOUND
           PERFORM VARYING FC-IX FROM 1 BY 1
                   UNTIL FC-IX > WS-FCST-COUNT OR WS-FCST-FOUND > 0
              IF WS-FC-PNO(FC-IX) = H-PNO
                 SET WS-FCST-FOUND TO FC-IX
              END-IF
           END-PERFORM
           IF WS-FCST-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-FC-MONTHS(WS-FCST-FOUND) = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVG-DAILY-QTY ROUNDED =
                   WS-FC-TOTAL(WS-FCST-FOUND) /
                   (WS-FC-MONTHS(WS-FCST-FOUND) * WS-DAYS-PER-MONTH)
           MOVE 'P' TO WS-PROD-BASIS
           ADD 1 TO WS-PRODUCTS-FORECAST
           .

      *****************************************************************
              MOVE WS-PR-COVER(PR-IX)    TO WS-RPT-COVER
              MOVE WS-PR-SUP(PR-IX)      TO WS-RPT-SUP
              MOVE WS-PR-LIMIT(PR-IX)    TO WS-RPT-PLIMIT
              MOVE WS-PR-BASIS(PR-IX)    TO WS-RPT-BASIS
              IF WS-PR-COVER(PR-IX) < WS-PR-LIMIT(PR-IX)
                 ADD 1 TO WS-PRODUCTS-FLAGGED
                 MOVE '*** A REAPPROVISIONNER ***' TO WS-RPT-FLAG
           END-PERFORM
           .

      *****************************************************************
      * OUVERTURE DES FICHIERS DE SUGGESTION : LE CARNET FNPOMST EST  *
      * FACULTATIF (ABSENT, RIEN N'EST EN COMMANDE) ; IL DONNE LE     *
      * RESTE A RECEVOIR PAR PRODUIT ET LE PLUS GRAND NUMERO EMPLOYE  *
      *****************************************************************
       OPEN-SUGGESTION-FILES.
           OPEN OUTPUT POSUG-FILE
           IF NOT WS-POSUG-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER SUGGESTIONS: '
                      WS-FS-POSUG ', PAS DE SUGGESTION'
              MOVE 'N' TO WS-SUGGEST-SW
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CCYYMMDD
           COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)

           MOVE ZERO TO WS-PO-NO-NUM
           OPEN INPUT PO-FILE
           IF NOT WS-PO-OK
              DISPLAY 'PAS DE CARNET FNPOMST (' WS-FS-PO
                      '), AUCUNE QUANTITE EN COMMANDE'
           ELSE
              PERFORM UNTIL WS-PO-EOF
                 READ PO-FILE NEXT
                    AT END MOVE '10' TO WS-FS-PO
                    NOT AT END PERFORM LOAD-ONE-PO-LINE
                 END-READ
              END-PERFORM
              CLOSE PO-FILE
           END-IF
           IF WS-NEXT-PO-NO = ZERO
              COMPUTE WS-NEXT-PO-NO = WS-PO-NO-NUM + 1
           END-IF
           .

       LOAD-ONE-PO-LINE.
           IF PO-NO IS NUMERIC
              IF PO-NO > WS-PO-NO-NUM
                 MOVE PO-NO TO WS-PO-NO-NUM
              END-IF
           END-IF
           IF PO-STATUS NOT = 'O'
              OR PO-QTY-RECEIVED >= PO-QTY-ORDERED
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OPEN-FOUND
           PERFORM VARYING OP-IX FROM 1 BY 1
                   UNTIL OP-IX > WS-OPEN-COUNT OR WS-OPEN-FOUND > 0
              IF WS-OP-PNO(OP-IX) = PO-PROD-NO
                 SET WS-OPEN-FOUND TO OP-IX
              END-IF
           END-PERFORM
           IF WS-OPEN-FOUND = 0
              IF WS-OPEN-COUNT >= WS-OPEN-MAX
                 DISPLAY 'TABLE DES COMMANDES OUVERTES PLEINE, '
                         'PRODUIT IGNORE: ' PO-PROD-NO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OPEN-COUNT
              MOVE WS-OPEN-COUNT TO WS-OPEN-FOUND
              MOVE PO-PROD-NO TO WS-OP-PNO(WS-OPEN-FOUND)
              MOVE 0          TO WS-OP-QTY(WS-OPEN-FOUND)
           END-IF
           COMPUTE WS-OP-QTY(WS-OPEN-FOUND) = WS-OP-QTY(WS-OPEN-FOUND)
                   + PO-QTY-ORDERED - PO-QTY-RECEIVED
           .

      *****************************************************************
      * BESOIN DE CHAQUE PRODUIT SOUS SON SEUIL : QTE/JOUR X SEUIL    *
      * (ARRONDI AU SUPERIEUR) - STOCK - RESTE A RECEVOIR ; NUL OU    *
      * NEGATIF, LE PRODUIT EST DEJA COUVERT PAR LE CARNET            *
      *****************************************************************
       BUILD-SUGGESTIONS.
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > WS-PROD-COUNT
              IF WS-PR-COVER(PR-IX) < WS-PR-LIMIT(PR-IX)
                 PERFORM SUGGEST-ONE-PRODUCT
              END-IF
           END-PERFORM
           .

       SUGGEST-ONE-PRODUCT.
           MOVE +0 TO WS-OPEN-QTY
           PERFORM VARYING OP-IX FROM 1 BY 1
                   UNTIL OP-IX > WS-OPEN-COUNT
              IF WS-OP-PNO(OP-IX) = WS-PR-PNO(PR-IX)
                 MOVE WS-OP-QTY(OP-IX) TO WS-OPEN-QTY
              END-IF
           END-PERFORM
           COMPUTE WS-TARGET-QTY =
                   WS-PR-AVG-QTY(PR-IX) * WS-PR-LIMIT(PR-IX) + 0.99
           MOVE WS-TARGET-QTY TO WS-NEED-QTY
           COMPUTE WS-NEED-QTY = WS-NEED-QTY - WS-OPEN-QTY
           IF WS-PR-STOCK(PR-IX) > 0
              COMPUTE WS-NEED-QTY = WS-NEED-QTY - WS-PR-STOCK(PR-IX)
           END-IF
           IF WS-NEED-QTY <= 0
              ADD 1 TO WS-COVERED-BY-PO
              EXIT PARAGRAPH
           END-IF
           IF WS-SUG-COUNT >= WS-PROD-MAX
              EXIT PARAGRAPH
           END-IF
           IF WS-NEED-QTY > WS-SUG-MAX-QTY
              MOVE WS-SUG-MAX-QTY TO WS-NEED-QTY
           END-IF
           ADD 1 TO WS-SUG-COUNT
           MOVE WS-PR-SUP(PR-IX)   TO WS-SG-SUP(WS-SUG-COUNT)
           MOVE WS-PR-PNO(PR-IX)   TO WS-SG-PNO(WS-SUG-COUNT)
           MOVE WS-NEED-QTY        TO WS-SG-QTY(WS-SUG-COUNT)
           MOVE WS-PR-LIMIT(PR-IX) TO WS-SG-LIMIT(WS-SUG-COUNT)
           .

      *****************************************************************
      * TRI DES SUGGESTIONS PAR FOURNISSEUR PUIS PRODUIT (ECHANGES)   *
      *****************************************************************
       SORT-SUGGESTIONS.
           IF WS-SUG-COUNT < 2
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-SUG-COUNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                      UNTIL WS-SORT-J >= WS-SUG-COUNT
                 IF WS-SG-SUP(WS-SORT-J) > WS-SG-SUP(WS-SORT-J + 1)
                    OR (WS-SG-SUP(WS-SORT-J) = WS-SG-SUP(WS-SORT-J + 1)
                    AND WS-SG-PNO(WS-SORT-J) > WS-SG-PNO(WS-SORT-J + 1))
                    MOVE WS-SG-ENTRY(WS-SORT-J)
                       TO WS-SG-SWAP-ENTRY
                    MOVE WS-SG-ENTRY(WS-SORT-J + 1)
                       TO WS-SG-ENTRY(WS-SORT-J)
                    MOVE WS-SG-SWAP-ENTRY
                       TO WS-SG-ENTRY(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *****************************************************************
      * ECRITURE DE FNPOSUG : UN NUMERO DE COMMANDE PAR FOURNISSEUR,  *
      * DATE ATTENDUE = DATE DU JOUR + SEUIL DU PRODUIT (DELAI DU     *
      * FOURNISSEUR, OU COVER= POUR UN PRODUIT SANS FOURNISSEUR)      *
      *****************************************************************
       WRITE-SUGGESTIONS.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-SUG-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-SUG-COL-LINE
           MOVE HIGH-VALUES TO WS-SG-PREV-SUP
           PERFORM VARYING SG-IX FROM 1 BY 1
                   UNTIL SG-IX > WS-SUG-COUNT
              IF WS-SG-SUP(SG-IX) NOT = WS-SG-PREV-SUP
                 MOVE WS-SG-SUP(SG-IX) TO WS-SG-PREV-SUP
                 MOVE WS-NEXT-PO-NO    TO WS-SG-PO-NO
                 ADD 1 TO WS-NEXT-PO-NO
                 ADD 1 TO WS-POS-SUGGESTED
              END-IF
              COMPUTE WS-EXPECT-INT = WS-RUN-INT + WS-SG-LIMIT(SG-IX)
              COMPUTE WS-DATE-CCYYMMDD =
                      FUNCTION DATE-OF-INTEGER(WS-EXPECT-INT)
              MOVE SPACES TO POSUG-RECORD
              MOVE WS-SG-PO-NO           TO PS-PO-NO
              MOVE WS-SG-PNO(SG-IX)      TO PS-PROD-NO
              MOVE WS-SG-QTY(SG-IX)      TO PS-QTY-TXT
              MOVE WS-DATE-CCYYMMDD(1:4) TO PS-DATE-EXPECTED(1:4)
              MOVE '-'                   TO PS-DATE-EXPECTED(5:1)
              MOVE WS-DATE-CCYYMMDD(5:2) TO PS-DATE-EXPECTED(6:2)
              MOVE '-'                   TO PS-DATE-EXPECTED(8:1)
              MOVE WS-DATE-CCYYMMDD(7:2) TO PS-DATE-EXPECTED(9:2)
              MOVE WS-SG-SUP(SG-IX)      TO PS-SUP-NO
              WRITE POSUG-RECORD
              ADD 1 TO WS-LINES-SUGGESTED
              MOVE PS-PO-NO              TO WS-RPT-SG-PO
              MOVE PS-SUP-NO             TO WS-RPT-SG-SUP
              MOVE PS-PROD-NO            TO WS-RPT-SG-PNO
              MOVE WS-SG-QTY(SG-IX)      TO WS-RPT-SG-QTY
              MOVE PS-DATE-EXPECTED      TO WS-RPT-SG-DATE
              MOVE WS-SG-LIMIT(SG-IX)    TO WS-RPT-SG-LIMIT
              WRITE REPORT-RECORD FROM WS-SUG-LINE
           END-PERFORM
           MOVE WS-LINES-SUGGESTED TO WS-RPT-SG-LINES
           MOVE WS-POS-SUGGESTED   TO WS-RPT-SG-POS
           MOVE WS-COVERED-BY-PO   TO WS-RPT-SG-COVERED
           WRITE REPORT-RECORD FROM WS-SUG-SUMMARY-LINE
           CLOSE POSUG-FILE
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-PRODUCTS-READ    TO WS-RPT-COUNT
           MOVE WS-PRODUCTS-FLAGGED TO WS-RPT-FLAGGED
           MOVE WS-PRODUCTS-FORECAST TO WS-RPT-FORECAST
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           DISPLAY 'FIN DU PROGRAMME REORDRPT'
           DISPLAY 'TOTAL PRODUITS ANALYSES: ' WS-PRODUCTS-READ
           DISPLAY 'TOTAL SOUS LE SEUIL: ' WS-PRODUCTS-FLAGGED
           IF WS-SUGGEST
              DISPLAY 'LIGNES D''ACHAT SUGGEREES: ' WS-LINES-SUGGESTED
           END-IF
           .

      *****************************************************************
