      *             FNBOMX EN BESOINS BRUTS PAR PIECE, LES NETTE DU   *
      *             STOCK PTQOH03, ET EDITE LA LISTE DES PIECES EN    *
      *             RUPTURE AVEC LES COMMANDES QUI PORTENT LA         *
      *             DEMANDE. AVEC LA CARTE FORECAST=NN, LES NN        *
      *             PREMIERS MOIS DE LA PREVISION DMDFCST DE CHAQUE   *
      *             PRODUIT SONT ECLATES EN PLUS COMME DEMANDE FUTURE *
      *             (EDITES EN LIGNE PREVISION SOUS LA PIECE) ;       *
      *             FORECAST=00 OU ABSENTE : COMMANDES ET RELIQUATS   *
      *             SEULS. LA NOMENCLATURE ECLATEE EST LA REVISION EN *
      *             VIGUEUR A LA DATE DE LA CARTE BOMDATE=AAAA-MM-JJ  *
      *             (DATE DU JOUR PAR DEFAUT) : UN AVIS DE            *
      *             MODIFICATION A EFFET FUTUR SE PROJETTE EN LA      *
      *             DONNANT.                                          *
      * ENTREE    : SYSIN (FORECAST=, BOMDATE= FACULTATIVES), FVBACKO *
      *             (RELIQUATS, FACULTATIF), FNBOMX (NOMENCLATURE),   *
      *             PTQOH03 (STOCK PIECES), FVDMFCST (PREVISIONS,     *
      *             SI FORECAST=), BASE DB2                           *
      * SORTIE    : RAPPORT (FREPORT)                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO FVBACKO
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS QH-PART-NO
               FILE STATUS IS WS-QH-STATUS.

      * PREVISIONS MENSUELLES PAR PRODUIT ECRITES PAR DMDFCST
           SELECT FCST-FILE
               ASSIGN TO FVDMFCST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * MEME DISPOSITION QUE BACKORDER-REC DANS IMPVENTS
       FD  BACKORDER-FILE.
       01 BACKORDER-RECORD.
          05 BO-TIMESTAMP         PIC X(20).

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

      * MEME DISPOSITION QUE QOH-RECORD DANS STKPARTS
       FD  QOH-FILE.
          05 QH-PART-NO           PIC X(3).
          05 QH-QTY               PIC 9(7).

      * MEME DISPOSITION QUE FCST-RECORD DANS DMDFCST (UNE LIGNE PAR
      * PRODUIT ET PAR MOIS, MOIS CROISSANTS POUR UN PRODUIT)
       FD  FCST-FILE.
       01 FCST-RECORD.
          05 FC-P-NO              PIC X(3).
          05 FILLER               PIC X(1).
          05 FC-PERIOD            PIC X(7).
          05 FILLER               PIC X(1).
          05 FC-QTY               PIC 9(7).
          05 FILLER               PIC X(1).
          05 FC-SEAS-INDEX        PIC 9V99.
          05 FILLER               PIC X(1).
          05 FC-RUN-DATE          PIC X(10).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-FC-STATUS            PIC XX         VALUE SPACES.
          88 WS-FC-OK                            VALUE '00'.
          88 WS-FC-EOF                           VALUE '10'.

       01 WS-BO-STATUS            PIC XX         VALUE SPACES.
          88 WS-BO-OK                            VALUE '00'.
          88 WS-BO-EOF                           VALUE '10'.
       01 WS-ITEM-EOF-SW          PIC X          VALUE 'N'.
          88 WS-ITEM-EOF                         VALUE 'Y'.

      * CARTE FORECAST=NN : NOMBRE DE MOIS DE PREVISION ECLATES PAR
      * PRODUIT (ZERO = PAS DE DEMANDE PREVUE)
       01 WS-FCST-MONTHS          PIC 9(2)       VALUE ZERO.
       01 WS-FCST-PREV-PNO        PIC X(3)       VALUE SPACES.
       01 WS-FCST-PROD-MONTHS     PIC 9(2)       VALUE ZERO.
      * NUMERO DE COMMANDE CONVENTIONNEL DE LA DEMANDE PREVUE
       01 WS-FCST-ORDER-NO        PIC 9(7)       VALUE ZERO.

      * DATE DE LA NOMENCLATURE ECLATEE (CARTE BOMDATE=, DATE DU JOUR
      * PAR DEFAUT)
       01 WS-BOM-DATE             PIC X(10)      VALUE SPACES.
       01 WS-BOM-CCYYMMDD         PIC 9(8)       VALUE ZERO.

      * NOMENCLATURE CHARGEE EN TABLE (REVISION EN VIGUEUR A
      * WS-BOM-DATE SEULEMENT)
       01 WS-BOM-TABLE.
          05 WS-BM-ENTRY OCCURS 5000 TIMES INDEXED BY BM-IX.
             10 WS-BM-PROD        PIC X(3).
             10 WS-BM-PART        PIC X(3).
             10 WS-BM-QTY-PER     PIC 9(5)       COMP-3.
       01 WS-BOM-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-BOM-MAX              PIC 9(4)       VALUE 5000.

      * BESOINS BRUTS CUMULES PAR PIECE
       01 WS-REQ-TABLE.
          05 WS-OPEN-LINES-READ   PIC 9(7)       VALUE ZERO.
          05 WS-BACKO-LINES-READ  PIC 9(7)       VALUE ZERO.
          05 WS-PARTS-SHORT       PIC 9(5)       VALUE ZERO.
          05 WS-FCST-LINES-READ   PIC 9(7)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
             10 FILLER            PIC X(20)      VALUE
                '  BESOIN PIECES   : '.
             10 WS-RPT-ORD-QTY    PIC ZZZ,ZZ9.
          05 WS-FORECAST-LINE.
             10 FILLER            PIC X(16)      VALUE
                '   PREVISION  : '.
             10 WS-RPT-FC-MONTHS  PIC Z9.
             10 FILLER            PIC X(5)       VALUE ' MOIS'.
             10 FILLER            PIC X(20)      VALUE
                '  BESOIN PIECES   : '.
             10 WS-RPT-FC-QTY     PIC ZZZ,ZZ9.
          05 WS-OVERFLOW-LINE     PIC X(132)     VALUE
                '*** DETAIL DES COMMANDES TRONQUE (TABLE SATUREE),
      -         ' CUMULS COMPLETS ***'.
             10 FILLER            PIC X(26)      VALUE
                ' - PIECES EN RUPTURE    : '.
             10 WS-RPT-SHORT-CNT  PIC ZZ,ZZ9.
             10 FILLER            PIC X(26)      VALUE
                ' - LIGNES PREVISION     : '.
             10 WS-RPT-FCST       PIC ZZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           PERFORM LOAD-BOM-TABLE
           PERFORM EXPLODE-OPEN-ORDERS
           PERFORM EXPLODE-BACKORDERS
           PERFORM EXPLODE-FORECASTS
           PERFORM WRITE-SHORTAGE-LIST
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME PARTREQ'
           PERFORM READ-SYSIN-CARDS

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
           END-IF
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN (FORECAST=NN, BOMDATE=AAAA-MM-JJ) ;  *
      * SYSIN ABSENT : COMMANDES OUVERTES ET RELIQUATS SEULS, SUR LA  *
      * NOMENCLATURE DU JOUR                                          *
      *****************************************************************
       READ-SYSIN-CARDS.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-BOM-DATE
           END-STRING
           OPEN INPUT SYSIN-FILE
           IF NOT WS-SI-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-EOF
              READ SYSIN-FILE
                 AT END MOVE '10' TO WS-SI-STATUS
                 NOT AT END
                    IF SYSIN-RECORD(1:9) = 'FORECAST='
                       AND SYSIN-RECORD(10:2) IS NUMERIC
                       MOVE SYSIN-RECORD(10:2) TO WS-FCST-MONTHS
                    END-IF
                    IF SYSIN-RECORD(1:8) = 'BOMDATE='
                       PERFORM SET-BOM-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SYSIN-FILE
           .

      *****************************************************************
      * CARTE BOMDATE= : DATE AAAA-MM-JJ VALIDE, SINON IGNOREE        *
      *****************************************************************
       SET-BOM-DATE.
           MOVE ZERO TO WS-BOM-CCYYMMDD
           IF SYSIN-RECORD(9:4) IS NUMERIC
              AND SYSIN-RECORD(13:1) = '-'
              AND SYSIN-RECORD(14:2) IS NUMERIC
              AND SYSIN-RECORD(16:1) = '-'
              AND SYSIN-RECORD(17:2) IS NUMERIC
              MOVE SYSIN-RECORD(9:4)  TO WS-BOM-CCYYMMDD(1:4)
              MOVE SYSIN-RECORD(14:2) TO WS-BOM-CCYYMMDD(5:2)
              MOVE SYSIN-RECORD(17:2) TO WS-BOM-CCYYMMDD(7:2)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BOM-CCYYMMDD) = 0
              MOVE SYSIN-RECORD(9:10) TO WS-BOM-DATE
           ELSE
              DISPLAY 'CARTE BOMDATE= INVALIDE, IGNOREE: '
                      SYSIN-RECORD(1:20)
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DE LA NOMENCLATURE EN TABLE                        *
      *****************************************************************
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END PERFORM LOAD-ONE-BOM-ROW
           END-PERFORM
           CLOSE BOM-FILE
           DISPLAY 'LIGNES DE NOMENCLATURE CHARGEES: ' WS-BOM-COUNT
                   ' (EN VIGUEUR LE ' WS-BOM-DATE ')'
           .

       LOAD-ONE-BOM-ROW.
      * SEULE LA REVISION EN VIGUEUR A WS-BOM-DATE EST CHARGEE (DATES
      * A BLANC = LIGNE DE TOUT TEMPS)
           IF BX-EFF-FROM NOT = SPACES
              AND BX-EFF-FROM > WS-BOM-DATE
              EXIT PARAGRAPH
           END-IF
           IF BX-EFF-TO NOT = SPACES
              AND BX-EFF-TO NOT > WS-BOM-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-BOM-COUNT >= WS-BOM-MAX
              DISPLAY 'TABLE NOMENCLATURE PLEINE, LIGNE IGNOREE: '
                      BX-PROD-NO '/' BX-PART-NO
           CLOSE BACKORDER-FILE
           .

      *****************************************************************
      * DEMANDE PREVUE (FVDMFCST) : LES FORECAST= PREMIERS MOIS DE    *
      * CHAQUE PRODUIT, SOUS LE NUMERO DE COMMANDE ZERO               *
      *****************************************************************
       EXPLODE-FORECASTS.
           IF WS-FCST-MONTHS = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FCST-FILE
           IF NOT WS-FC-OK
              DISPLAY 'PAS DE PREVISIONS FVDMFCST (' WS-FC-STATUS ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FC-EOF
              READ FCST-FILE
                 AT END MOVE '10' TO WS-FC-STATUS
                 NOT AT END PERFORM EXPLODE-ONE-FORECAST
              END-READ
           END-PERFORM
           CLOSE FCST-FILE
           .

       EXPLODE-ONE-FORECAST.
           IF FC-P-NO NOT = WS-FCST-PREV-PNO
              MOVE FC-P-NO TO WS-FCST-PREV-PNO
              MOVE 0       TO WS-FCST-PROD-MONTHS
           END-IF
           IF WS-FCST-PROD-MONTHS >= WS-FCST-MONTHS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FCST-PROD-MONTHS
           ADD 1 TO WS-FCST-LINES-READ
           MOVE WS-FCST-ORDER-NO TO WS-CUR-ORDER-NO
           MOVE FC-P-NO          TO WS-CUR-PROD-NO
           MOVE FC-QTY           TO WS-CUR-QTY
           PERFORM EXPLODE-ONE-DEMAND
           .

      *****************************************************************
      * ECLATEMENT D'UNE DEMANDE (COMMANDE, PRODUIT, QUANTITE) EN     *
      * BESOINS PIECES A TRAVERS LA NOMENCLATURE                      *
           .

       RECORD-DEMAND-DETAIL.
      * LA DEMANDE PREVUE D'UNE PIECE TIENT SUR UNE SEULE LIGNE DE
      * DETAIL, CUMULEE SUR LES MOIS ET LES PRODUITS QUI L'EMPLOIENT
           IF WS-CUR-ORDER-NO = WS-FCST-ORDER-NO
              PERFORM VARYING DM-IX FROM 1 BY 1
                      UNTIL DM-IX > WS-DEM-COUNT
                 IF WS-DM-PART(DM-IX) = WS-BM-PART(BM-IX)
                    AND WS-DM-ORDER-NO(DM-IX) = WS-FCST-ORDER-NO
                    ADD WS-PART-QTY TO WS-DM-QTY(DM-IX)
                    EXIT PARAGRAPH
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DEM-COUNT >= WS-DEM-MAX
              MOVE 'Y' TO WS-DEM-OVERFLOW-SW
              EXIT PARAGRAPH
           PERFORM VARYING DM-IX FROM 1 BY 1
                   UNTIL DM-IX > WS-DEM-COUNT
              IF WS-DM-PART(DM-IX) = WS-RQ-PART(RQ-IX)
                 IF WS-DM-ORDER-NO(DM-IX) = WS-FCST-ORDER-NO
                    MOVE WS-FCST-MONTHS        TO WS-RPT-FC-MONTHS
                    MOVE WS-DM-QTY(DM-IX)      TO WS-RPT-FC-QTY
                    WRITE REPORT-RECORD FROM WS-FORECAST-LINE
                 ELSE
                    MOVE WS-DM-ORDER-NO(DM-IX) TO WS-RPT-ORDER
                    MOVE WS-DM-QTY(DM-IX)      TO WS-RPT-ORD-QTY
                    WRITE REPORT-RECORD FROM WS-ORDER-LINE
                 END-IF
              END-IF
           END-PERFORM
           .
           MOVE WS-OPEN-LINES-READ  TO WS-RPT-OPEN
           MOVE WS-BACKO-LINES-READ TO WS-RPT-BACKO
           MOVE WS-PARTS-SHORT      TO WS-RPT-SHORT-CNT
           MOVE WS-FCST-LINES-READ  TO WS-RPT-FCST
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           DISPLAY 'LIGNES OUVERTES LUES: ' WS-OPEN-LINES-READ
           DISPLAY 'LIGNES RELIQUAT LUES: ' WS-BACKO-LINES-READ
           DISPLAY 'PIECES EN RUPTURE: ' WS-PARTS-SHORT
           DISPLAY 'LIGNES PREVISION ECLATEES: ' WS-FCST-LINES-READ
           IF WS-PARTS-SHORT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
