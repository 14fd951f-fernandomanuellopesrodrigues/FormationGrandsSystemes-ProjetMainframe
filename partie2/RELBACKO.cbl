      *             CLIENT POUR LA QUANTITE TOTALE COMMANDEE ; LA     *
      *             LIBERATION NE DECREMENTE DONC QUE LE STOCK, ET NE *
      *             POSE LA LIGNE API9.ITEMS + LE DELTA DE SOLDE (A   *
      *             LA MANIERE D'IMPVENTS) QUE SI LA LIGNE MANQUE,    *
      *             AU PRIX CATALOGUE AJUSTE DU PALIER DE QUANTITE    *
      *             (API9.PRICE_TIERS, SOUS-PROGRAMME PRCTIER) PUIS   *
      *             REMISE DE LA CAMPAGNE PROMOTIONNELLE EN VIGUEUR A *
      *             LA DATE DE LA COMMANDE (SOUS-PROGRAMME CAMPSEL),  *
      *             IMPUTEE SUR API9.CAMPAIGNS.BUDGET_USED PAR LA     *
      *             MEME MISE A JOUR GARDEE QU'ORDENT03 (BUDGET       *
      *             EPUISE = PRIX DU PALIER).                         *
      *             EXCEPTION : LE MANQUANT D'UN PRELEVEMENT CONFIRME *
      *             PAR PICKCONF A ETE DEDUIT DE LA LIGNE ; SA        *
      *             LIBERATION EST DONC REFACTUREE SUR LA LIGNE.      *
      *             SI LA PERIODE DU JOUR EST EN CLOTURE OU FERMEE    *
      *             (FVPERST, SOUS-PROGRAMME PERIODCK), AUCUN         *
      *             RELIQUAT N'EST LIBERE (TOUS REPORTES DANS FVBACKN,*
      *             CODE RETOUR 8) OU LES ALLOCATIONS SONT DATEES DU  *
      *             PREMIER JOUR OUVERT, SELON LE MODE DE LA PERIODE ;*
      *             CHAQUE REFUS OU REPORT EST TRACE DANS FVBKPOST.   *
      * ENTREE    : FVBACKO (RELIQUATS ACCUMULES PAR IMPVENTS ET      *
      *             PICKCONF),                                        *
      *             FVSRCCTL (SOURCES/TAUX DE TVA, FACULTATIF),       *
      *             FVPERST (STATUT DES PERIODES, FACULTATIF)         *
      * SORTIE    : FVBACKN (RELIQUATS ENCORE NON SERVIS), RAPPORT    *
      *             (FREPORT), MAJ API9.PRODUCTS/ITEMS/CUSTOMERS      *
      *             + FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT)      *
      *             + FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-STKMOV.

      * STATUT DES PERIODES COMPTABLES (TENU PAR PERCLOSE) ET TRACE
      * DES COMPTABILISATIONS REFUSEES OU REPORTEES (EN AJOUT)
           SELECT PERSTAT-FILE
               ASSIGN TO FVPERST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERST.

           SELECT BKPOST-FILE
               ASSIGN TO FVBKPOST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKPOST.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MEME DISPOSITION QUE BACKORDER-REC DANS IMPVENTS
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 MV-REFERENCE           PIC X(10).

      * MEME DISPOSITION QUE PERSTAT-RECORD DANS PERCLOSE
       FD  PERSTAT-FILE.
       01  PERSTAT-RECORD.
           05 PS-PERIOD              PIC X(7).
           05 FILLER                 PIC X(1).
           05 PS-STATUS              PIC X(1).
           05 FILLER                 PIC X(1).
           05 PS-BACKPOST            PIC X(1).
           05 FILLER                 PIC X(1).
           05 PS-CHANGE-TS           PIC X(20).

      * MEME DISPOSITION QUE BKPOST-RECORD DANS BKPOSTRP
       FD  BKPOST-FILE.
       01  BKPOST-RECORD.
           05 BP-TIMESTAMP           PIC X(20).
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 BP-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 BP-ACTION              PIC X(1).
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 BP-ORIG-DATE           PIC X(10).
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 BP-POST-DATE           PIC X(10).
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 BP-REFERENCE           PIC X(10).
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 BP-AMOUNT              PIC S9(9)V99.
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 BP-DETAIL              PIC X(30).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(1).
           05 RH-START-TS            PIC X(20).
           05 FILLER                 PIC X(1).
           05 RH-END-TS              PIC X(20).
           05 FILLER                 PIC X(1).
           05 RH-RECORDS-READ        PIC 9(7).
           05 FILLER                 PIC X(1).
           05 RH-RECORDS-OK          PIC 9(7).
           05 FILLER                 PIC X(1).
           05 RH-RECORDS-ERROR       PIC 9(7).
           05 FILLER                 PIC X(1).
           05 RH-STATUS-CODE         PIC X(4).
           05 FILLER                 PIC X(1).
           05 RH-RETURN-CODE         PIC 9(2).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SRCCTL              PIC XX VALUE SPACES.
           88 WS-SRCCTL-OK                 VALUE '00'.
           88 WS-SRCCTL-EOF                VALUE '10'.
       01  WS-FS-PERST               PIC XX VALUE SPACES.
           88 WS-PERST-OK                  VALUE '00'.
           88 WS-PERST-EOF                 VALUE '10'.
       01  WS-FS-BKPOST              PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                 VALUE '00'.
       01  WS-RH-STATUS              PIC XX VALUE SPACES.
           88 WS-RH-OK                     VALUE '00'.

      * QUANTITES DE TRAVAIL DE L'ALLOCATION EN COURS
       01  WS-QTY-ALLOCATED          PIC 9(5)  VALUE ZERO.
       01  WS-SRC-FOUND              PIC 9(2) VALUE 0.
       01  WS-LINE-AMOUNT            PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-TAX-AMOUNT             PIC S9(9)V99 COMP-3 VALUE +0.
      * QUANTITE REFACTUREE SUR UNE LIGNE REDUITE PAR PICKCONF
       01  WS-BILL-QTY               PIC 9(5)  VALUE ZERO.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DU JOUR, LA DATE RENDUE DATE LES
      * ALLOCATIONS PAR LOT (P = DATE DU JOUR, R = REPORTEE, X = AUCUN
      * RELIQUAT LIBERE, TOUS REPORTES TELS QUELS)
       01  WS-PER-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PER-MAX                PIC 9(3) VALUE 120.
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES.
              10 WS-PE-PERIOD        PIC X(7).
              10 WS-PE-STATUS        PIC X(1).
              10 WS-PE-BACKPOST      PIC X(1).
       01  WS-POST-DATE              PIC X(10) VALUE SPACES.
       01  WS-POST-ACTION            PIC X  VALUE 'P'.
       01  WS-TODAY                  PIC X(10) VALUE SPACES.
       01  WS-BILLED-AMOUNT          PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-RUN-START-TS           PIC X(20) VALUE SPACES.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-RECORDS-PARTIAL     PIC 9(7)  VALUE ZERO.
           05 WS-RECORDS-CARRIED     PIC 9(7)  VALUE ZERO.
           05 WS-RECORDS-ERROR       PIC 9(7)  VALUE ZERO.
           05 WS-RECORDS-RELEASED    PIC 9(7)  VALUE ZERO.
           05 WS-QTY-RELEASED        PIC 9(9)  VALUE ZERO.
       01  WS-COMMIT-COUNT           PIC 9(5)  VALUE ZERO.

      * PALIERS DE PRIX DU PRODUIT DE LA LIGNE RECONSTITUEE, LUS A LA
      * DEMANDE (CAS RARE) ; MEME DISPOSITION QUE LK-TIER-TABLE DANS
      * LE SOUS-PROGRAMME PARTAGE PRCTIER
       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 500 TIMES.
              10 WS-TR-PNO           PIC XXX.
              10 WS-TR-MIN-QTY       PIC 9(5).
              10 WS-TR-PRICE         PIC 9(5)V99.
              10 WS-TR-PCT-OFF       PIC 9(2)V99.
       01  WS-TIER-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-TIER-MAX               PIC 9(3)  VALUE 500.
       01  WS-PT-QTY                 PIC 9(5)  VALUE ZERO.
       01  WS-PT-BASE-PRICE          PIC 9(5)V99 VALUE ZERO.
       01  WS-PT-UNIT-PRICE          PIC 9(5)V99 VALUE ZERO.
       01  WS-TIER-QTY               PIC 9(5)  VALUE ZERO.

      * CAMPAGNES PROMOTIONNELLES DU PRODUIT DE LA LIGNE RECONSTITUEE,
      * LUES A LA DEMANDE COMME LES PALIERS ; MEME DISPOSITION QUE
      * LK-CAMP-TABLE DANS LE SOUS-PROGRAMME PARTAGE CAMPSEL
       01  WS-CAMP-TABLE.
           05 WS-CAMP-ENTRY OCCURS 200 TIMES.
              10 WS-CP-CODE          PIC X(8).
              10 WS-CP-PNO           PIC XXX.
              10 WS-CP-SRC           PIC XX.
              10 WS-CP-FROM          PIC X(10).
              10 WS-CP-TO            PIC X(10).
              10 WS-CP-PCT-OFF       PIC 9(2)V99.
              10 WS-CP-BUDGET        PIC 9(9)V99.
              10 WS-CP-USED          PIC 9(9)V99.
       01  WS-CAMP-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-CAMP-MAX               PIC 9(3)  VALUE 200.
      * 'C' = VENTE (BUDGET CONTROLE ET IMPUTE PAR CAMPSEL)
       01  WS-CS-MODE                PIC X     VALUE 'C'.
       01  WS-CS-UNIT-PRICE          PIC 9(5)V99 VALUE ZERO.
      * CAMPAGNE APPLIQUEE (BLANCS = AUCUNE), REMISE TOTALE DE LA
      * LIGNE ET PRIX AVANT CAMPAGNE (REPRIS SI LE BUDGET EST EPUISE)
       01  WS-CAMP-CODE              PIC X(8)  VALUE SPACES.
       01  WS-CAMP-DISC              PIC 9(7)V99 VALUE ZERO.
       01  WS-CAMP-BASE-PRICE        PIC 9(5)V99 VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE         PIC X(132) VALUE
       01  H-I-PRICE                 PIC S9(5)V99  USAGE COMP-3.
       01  H-I-TAX                   PIC S9(5)V99  USAGE COMP-3.
       01  H-C-DELTA                 PIC S9(9)V99  USAGE COMP-3.
      * COLONNE PICKED_QTY SUR API9.ITEMS (CF. PICKCONF), NULLE TANT
      * QUE LE PRELEVEMENT DE LA LIGNE N'EST PAS CONFIRME
       01  H-I-PICKED                PIC S9(5)     USAGE COMP-3.
       01  H-BILL-QTY                PIC S9(3)     USAGE COMP-3.
      * COLONNE TIER_QTY SUR API9.ITEMS (CF. IMPVENTS)
       01  H-I-TIER-QTY              PIC S9(5)     USAGE COMP-3.
       01  H-TR-MIN-QTY              PIC S9(5)     USAGE COMP-3.
       01  H-TR-PRICE                PIC S9(5)V99  USAGE COMP-3.
       01  H-TR-PCT-OFF              PIC S9(2)V99  USAGE COMP-3.
      * DATE DE LA COMMANDE (COMPAREE AUX DATES DE CAMPAGNE) ET
      * COLONNES CAMP_CODE/CAMP_DISC SUR API9.ITEMS (CF. IMPVENTS)
       01  H-O-DATE                  PIC X(10).
       01  H-I-CAMP-CODE             PIC X(8).
       01  H-I-CAMP-DISC             PIC S9(7)V99  USAGE COMP-3.
       01  H-CP-CODE                 PIC X(8).
       01  H-CP-SRC                  PIC XX.
       01  H-CP-FROM                 PIC X(10).
       01  H-CP-TO                   PIC X(10).
       01  H-CP-PCT-OFF              PIC S9(2)V99  USAGE COMP-3.
       01  H-CP-BUDGET               PIC S9(9)V99  USAGE COMP-3.
       01  H-CP-USED                 PIC S9(9)V99  USAGE COMP-3.
      * DETAIL DU STOCK PAR LOT (TABLE API9.STOCK_LOT, CF. IMPRECPT) :
      * LE RELIQUAT LIBERE CONSOMME LE LOT QUI PERIME LE PLUS TOT,
      * TRACE POUR LA COMMANDE DANS API9.LOT_ALLOC
       01  H-LOT-NO                  PIC X(10).
       01  H-LOT-QTY                 PIC S9(7)     USAGE COMP-3.
       01  H-LOT-TAKE                PIC S9(7)     USAGE COMP-3.
       01  H-LOT-DATE                PIC X(10).
       01  WS-LOT-NEED               PIC S9(7)     COMP-3 VALUE +0.
       01  WS-LOT-EMPTY-SW           PIC X         VALUE 'N'.
           88 WS-LOT-EMPTY                         VALUE 'Y'.

      * PALIERS DE PRIX D'UN PRODUIT (TABLE API9.PRICE_TIERS)
           EXEC SQL
               DECLARE TIER-CURSOR CURSOR FOR
               SELECT MIN_QTY, COALESCE(PRICE,0), COALESCE(PCT_OFF,0)
                 FROM API9.PRICE_TIERS
                WHERE P_NO = :H-STOCK-P-NO
                ORDER BY MIN_QTY
           END-EXEC.

      * CAMPAGNES PROMOTIONNELLES D'UN PRODUIT (MEME CURSEUR QUE
      * CAMP-CURSOR DANS ORDENT03)
           EXEC SQL
               DECLARE CAMP-CURSOR CURSOR FOR
               SELECT C.CAMP_CODE, COALESCE(L.SRC,' '),
                      COALESCE(C.DATE_FROM,' '),
                      COALESCE(C.DATE_TO,' '), COALESCE(C.PCT_OFF,0),
                      COALESCE(C.BUDGET,0), COALESCE(C.BUDGET_USED,0)
                 FROM API9.CAMPAIGNS C, API9.CAMPAIGN_LINES L
                WHERE L.CAMP_CODE = C.CAMP_CODE
                  AND L.P_NO = :H-STOCK-P-NO
                ORDER BY C.CAMP_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME RELBACKO'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-LOCK-CARDS
           PERFORM TAKE-RUN-LOCK

      * PERIODE DU JOUR EN CLOTURE OU FERMEE : AUCUN RELIQUAT LIBERE
      * (TOUS RECOPIES TELS QUELS DANS FVBACKN), OU ALLOCATIONS PAR
      * LOT DATEES DU PREMIER JOUR OUVERT
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY(1:4)
           MOVE '-'                        TO WS-TODAY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY(6:2)
           MOVE '-'                        TO WS-TODAY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY(9:2)
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-TODAY WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE DU ' WS-TODAY ' EN CLOTURE OU '
                      'FERMEE, AUCUN RELIQUAT LIBERE'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE DU ' WS-TODAY ' EN CLOTURE OU '
                      'FERMEE, LIBERATIONS REPORTEES AU ' WS-POST-DATE
           END-IF

           OPEN INPUT BACKORDER-FILE
           IF NOT WS-BACKO-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER BACKORDER: '
       PROCESS-BACKORDER.
           MOVE ZERO TO WS-QTY-ALLOCATED
           MOVE BO-QTY-BACKORDER TO WS-QTY-REMAINDER
           MOVE +0 TO WS-BILLED-AMOUNT
           IF WS-POST-ACTION = 'X'
              MOVE 'PERIODE FERMEE, RELIQUAT REPORTE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              PERFORM WRITE-CARRIED-RECORD
              EXIT PARAGRAPH
           END-IF

           MOVE BO-PROD-NO TO H-STOCK-P-NO
           MOVE +0 TO H-STOCK-QTY
              PERFORM WRITE-REMAINDER-RECORD
           END-IF
           PERFORM WRITE-DETAIL-LINE
           IF WS-POST-ACTION = 'R'
              MOVE SPACES           TO BP-REFERENCE
              MOVE BO-ORDER-NO      TO BP-REFERENCE(1:7)
              MOVE WS-BILLED-AMOUNT TO BP-AMOUNT
              MOVE 'LIBERATION REPORTEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF

           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= 100
                      WS-FS-STKMOV
              MOVE '00' TO WS-FS-STKMOV
           END-IF
           PERFORM DECREMENT-LOT-STOCK
           .

      *****************************************************************
      * DETAIL PAR LOT : LA QUANTITE ALLOUEE EST PRISE SUR LE LOT QUI *
      * PERIME LE PLUS TOT, PUIS LE SUIVANT ; CHAQUE PRELEVEMENT EST  *
      * TRACE POUR LA COMMANDE DU RELIQUAT DANS API9.LOT_ALLOC        *
      *****************************************************************
       DECREMENT-LOT-STOCK.
           MOVE WS-QTY-ALLOCATED TO WS-LOT-NEED
           MOVE BO-ORDER-NO TO H-O-NO
           MOVE WS-POST-DATE TO H-LOT-DATE
           MOVE 'N' TO WS-LOT-EMPTY-SW
           PERFORM TAKE-FROM-OLDEST-LOT
                   UNTIL WS-LOT-NEED <= 0 OR WS-LOT-EMPTY
           .

       TAKE-FROM-OLDEST-LOT.
           MOVE +0 TO H-LOT-QTY
           EXEC SQL
              SELECT LOT_NO, QTY INTO :H-LOT-NO, :H-LOT-QTY
                FROM API9.STOCK_LOT
               WHERE P_NO = :H-STOCK-P-NO
                 AND QTY  > 0
               ORDER BY EXPIRY_DATE, RECV_DATE, LOT_NO
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EMPTY-SW
              EXIT PARAGRAPH
           END-IF
           IF H-LOT-QTY >= WS-LOT-NEED
              MOVE WS-LOT-NEED TO H-LOT-TAKE
           ELSE
              MOVE H-LOT-QTY TO H-LOT-TAKE
           END-IF
           EXEC SQL
              UPDATE API9.STOCK_LOT
                 SET QTY = QTY - :H-LOT-TAKE
               WHERE P_NO   = :H-STOCK-P-NO
                 AND LOT_NO = :H-LOT-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EMPTY-SW
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              INSERT INTO API9.LOT_ALLOC
                     (O_NO, P_NO, LOT_NO, QTY, ALLOC_DATE)
              VALUES (:H-O-NO, :H-STOCK-P-NO, :H-LOT-NO,
                      :H-LOT-TAKE, :H-LOT-DATE)
           END-EXEC
           SUBTRACT H-LOT-TAKE FROM WS-LOT-NEED
           .

      *****************************************************************
      * CHARGEMENT INCOMPLET), ELLE EST RECONSTITUEE AU PRIX CATALOGUE*
      * AVEC LA TVA DE LA SOURCE ET LE DELTA DE SOLDE CLIENT, COMME   *
      * L'AURAIT FAIT IMPVENTS (UPSERT-ITEMS / FLUSH-OPEN-ORDER)      *
      * UNE LIGNE CONFIRMEE PAR PICKCONF AVEC UN MANQUANT A ETE       *
      * REDUITE A LA QUANTITE PRELEVEE : LE RELIQUAT LIBERE Y EST     *
      * REFACTURE, DANS LA LIMITE DE LA QUANTITE COMMANDEE            *
      *****************************************************************
       ENSURE-ITEM-POSTED.
           MOVE BO-ORDER-NO TO H-O-NO
           MOVE +0 TO H-I-QTY H-I-PRICE H-I-TAX
           MOVE -1 TO H-I-PICKED
           EXEC SQL
              SELECT QUANTITY, PRICE, COALESCE(TAX_AMOUNT,0),
                     COALESCE(PICKED_QTY,-1)
                INTO :H-I-QTY, :H-I-PRICE, :H-I-TAX, :H-I-PICKED
                FROM API9.ITEMS
               WHERE O_NO = :H-O-NO
                 AND P_NO = :H-STOCK-P-NO
           END-EXEC
           IF SQLCODE = 0
              IF H-I-PICKED >= 0 AND H-I-QTY < BO-QTY-ORDERED
                 PERFORM BILL-RELEASED-SHORTFALL
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 100
           END-IF

           EXEC SQL
              SELECT C_NO, SRC, O_DATE
                INTO :H-C-NO, :H-O-SRC, :H-O-DATE
                FROM API9.ORDERS
               WHERE O_NO = :H-O-NO
           END-EXEC
                FROM API9.PRODUCTS
               WHERE P_NO = :H-STOCK-P-NO
           END-EXEC
           PERFORM APPLY-PRICE-TIER
           PERFORM APPLY-CAMPAIGN
           IF WS-CAMP-CODE NOT = SPACES
              PERFORM IMPUTE-CAMPAIGN-BUDGET
           END-IF

           PERFORM FIND-SOURCE-VAT
           COMPUTE WS-LINE-AMOUNT = WS-QTY-ALLOCATED * H-I-PRICE

           MOVE WS-QTY-ALLOCATED TO H-I-QTY
           MOVE WS-TAX-AMOUNT    TO H-I-TAX
           MOVE WS-TIER-QTY      TO H-I-TIER-QTY
           MOVE WS-CAMP-CODE     TO H-I-CAMP-CODE
           MOVE WS-CAMP-DISC     TO H-I-CAMP-DISC
           EXEC SQL
              INSERT INTO API9.ITEMS
                     (O_NO, P_NO, QUANTITY, PRICE, TAX_AMOUNT,
                      TIER_QTY, CAMP_CODE, CAMP_DISC)
              VALUES (:H-O-NO, :H-STOCK-P-NO, :H-I-QTY, :H-I-PRICE,
                      :H-I-TAX, :H-I-TIER-QTY, :H-I-CAMP-CODE,
                      :H-I-CAMP-DISC)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR INSERT ITEMS COMMANDE ' BO-ORDER-NO
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ SOLDE CLIENT ' H-C-NO
                      ' SQLCODE ' SQLCODE
           ELSE
              MOVE H-C-DELTA TO WS-BILLED-AMOUNT
           END-IF
           .

      *****************************************************************
      * REFACTURATION DU RELIQUAT LIBERE SUR UNE LIGNE REDUITE PAR    *
      * PICKCONF : AU PRIX DE LA LIGNE, TVA AU TAUX UNITAIRE DE LA    *
      * LIGNE (TAUX DE LA SOURCE SI LA LIGNE EST A ZERO), DELTA DE    *
      * SOLDE CLIENT                                                  *
      *****************************************************************
       BILL-RELEASED-SHORTFALL.
           COMPUTE WS-BILL-QTY = BO-QTY-ORDERED - H-I-QTY
           IF WS-BILL-QTY > WS-QTY-ALLOCATED
              MOVE WS-QTY-ALLOCATED TO WS-BILL-QTY
           END-IF
           EXEC SQL
              SELECT C_NO, SRC INTO :H-C-NO, :H-O-SRC
                FROM API9.ORDERS
               WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'COMMANDE ' BO-ORDER-NO ' ABSENTE DE ORDERS, '
                      'RELIQUAT NON REFACTURE'
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LINE-AMOUNT = WS-BILL-QTY * H-I-PRICE
           IF H-I-QTY > 0
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                      H-I-TAX * WS-BILL-QTY / H-I-QTY
           ELSE
              PERFORM FIND-SOURCE-VAT
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                      WS-LINE-AMOUNT * WS-VAT-RATE
           END-IF

           MOVE WS-BILL-QTY   TO H-BILL-QTY
           MOVE WS-TAX-AMOUNT TO H-I-TAX
           EXEC SQL
              UPDATE API9.ITEMS
                 SET QUANTITY   = QUANTITY + :H-BILL-QTY,
                     TAX_AMOUNT = COALESCE(TAX_AMOUNT,0) + :H-I-TAX
               WHERE O_NO = :H-O-NO
                 AND P_NO = :H-STOCK-P-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ ITEMS COMMANDE ' BO-ORDER-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           COMPUTE H-C-DELTA = WS-LINE-AMOUNT + WS-TAX-AMOUNT
           EXEC SQL
              UPDATE API9.CUSTOMERS
                 SET BALANCE = COALESCE(BALANCE,0) + :H-C-DELTA
               WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ SOLDE CLIENT ' H-C-NO
                      ' SQLCODE ' SQLCODE
           ELSE
              MOVE H-C-DELTA TO WS-BILLED-AMOUNT
           END-IF
           .

      *****************************************************************
      * PALIER DE QUANTITE SUR LE PRIX CATALOGUE DE LA LIGNE          *
      * RECONSTITUEE : PALIERS DU PRODUIT LUS DANS API9.PRICE_TIERS,  *
      * CHOIX PAR PRCTIER (MEME REGLE QU'IMPVENTS/RELHOLDS/ORDENT03)  *
      * ; WS-TIER-QTY = PALIER RETENU, 0 SI AUCUN                     *
      *****************************************************************
       APPLY-PRICE-TIER.
           MOVE ZERO TO WS-TIER-QTY
           MOVE ZERO TO WS-TIER-COUNT
           IF H-I-PRICE NOT > 0
              EXIT PARAGRAPH
           END-IF
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
                 MOVE H-STOCK-P-NO TO WS-TR-PNO(WS-TIER-COUNT)
                 MOVE H-TR-MIN-QTY TO WS-TR-MIN-QTY(WS-TIER-COUNT)
                 MOVE H-TR-PRICE   TO WS-TR-PRICE(WS-TIER-COUNT)
                 MOVE H-TR-PCT-OFF TO WS-TR-PCT-OFF(WS-TIER-COUNT)
              END-IF
           END-PERFORM
           EXEC SQL CLOSE TIER-CURSOR END-EXEC
           IF WS-TIER-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-QTY-ALLOCATED TO WS-PT-QTY
           MOVE H-I-PRICE        TO WS-PT-BASE-PRICE
           CALL 'PRCTIER' USING H-STOCK-P-NO WS-PT-QTY
                   WS-PT-BASE-PRICE WS-TIER-COUNT WS-TIER-TABLE
                   WS-PT-UNIT-PRICE WS-TIER-QTY
           IF WS-TIER-QTY > 0
              MOVE WS-PT-UNIT-PRICE TO H-I-PRICE
           END-IF
           .

      *****************************************************************
      * CAMPAGNE PROMOTIONNELLE SUR LE PRIX CATALOGUE (AU PALIER) DE  *
      * LA LIGNE RECONSTITUEE : CAMPAGNES DU PRODUIT LUES DANS        *
      * API9.CAMPAIGNS, CHOIX PAR CAMPSEL SELON SOURCE ET DATE DE LA  *
      * COMMANDE (MEME REGLE QU'IMPVENTS/RELHOLDS/ORDENT03)           *
      *****************************************************************
       APPLY-CAMPAIGN.
           MOVE SPACES TO WS-CAMP-CODE
           MOVE ZERO TO WS-CAMP-DISC
           MOVE ZERO TO WS-CAMP-COUNT
           IF H-I-PRICE NOT > 0
              EXIT PARAGRAPH
           END-IF
           EXEC SQL OPEN CAMP-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CAMP-CURSOR
                  INTO :H-CP-CODE, :H-CP-SRC, :H-CP-FROM, :H-CP-TO,
                       :H-CP-PCT-OFF, :H-CP-BUDGET, :H-CP-USED
              END-EXEC
              IF SQLCODE = 0 AND WS-CAMP-COUNT < WS-CAMP-MAX
                 ADD 1 TO WS-CAMP-COUNT
                 MOVE H-CP-CODE    TO WS-CP-CODE(WS-CAMP-COUNT)
                 MOVE H-STOCK-P-NO TO WS-CP-PNO(WS-CAMP-COUNT)
                 MOVE H-CP-SRC     TO WS-CP-SRC(WS-CAMP-COUNT)
                 MOVE H-CP-FROM    TO WS-CP-FROM(WS-CAMP-COUNT)
                 MOVE H-CP-TO      TO WS-CP-TO(WS-CAMP-COUNT)
                 MOVE H-CP-PCT-OFF TO WS-CP-PCT-OFF(WS-CAMP-COUNT)
                 MOVE H-CP-BUDGET  TO WS-CP-BUDGET(WS-CAMP-COUNT)
                 MOVE H-CP-USED    TO WS-CP-USED(WS-CAMP-COUNT)
              END-IF
           END-PERFORM
           EXEC SQL CLOSE CAMP-CURSOR END-EXEC
           IF WS-CAMP-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE H-I-PRICE        TO WS-CAMP-BASE-PRICE
           MOVE WS-QTY-ALLOCATED TO WS-PT-QTY
           MOVE H-I-PRICE        TO WS-PT-BASE-PRICE
           CALL 'CAMPSEL' USING WS-CS-MODE H-STOCK-P-NO H-O-SRC
                   H-O-DATE WS-PT-QTY WS-PT-BASE-PRICE
                   WS-CAMP-COUNT WS-CAMP-TABLE WS-CAMP-CODE
                   WS-CS-UNIT-PRICE WS-CAMP-DISC
           IF WS-CAMP-CODE NOT = SPACES
              MOVE WS-CS-UNIT-PRICE TO H-I-PRICE
           END-IF
           .

      *****************************************************************
      * IMPUTATION DE LA REMISE SUR LE BUDGET DE LA CAMPAGNE, MEME    *
      * MISE A JOUR GARDEE QUE DANS ORDENT03 (IMPUTE-CAMPAIGN-BUDGET) *
      * : AUCUNE LIGNE MISE A JOUR = BUDGET EPUISE, LA LIGNE EST      *
      * ALORS RECONSTITUEE AU PRIX AVANT CAMPAGNE                     *
      *****************************************************************
       IMPUTE-CAMPAIGN-BUDGET.
           MOVE WS-CAMP-CODE TO H-I-CAMP-CODE
           MOVE WS-CAMP-DISC TO H-I-CAMP-DISC
           EXEC SQL
              UPDATE API9.CAMPAIGNS
                 SET BUDGET_USED = COALESCE(BUDGET_USED,0)
                                 + :H-I-CAMP-DISC
               WHERE CAMP_CODE = :H-I-CAMP-CODE
                 AND COALESCE(BUDGET_USED,0) + :H-I-CAMP-DISC
                     <= BUDGET
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'BUDGET CAMPAGNE ' WS-CAMP-CODE
                      ' NON MIS A JOUR (SQLCODE ' SQLCODE ')'
           END-IF
           DISPLAY 'COMMANDE ' BO-ORDER-NO ' PRODUIT ' BO-PROD-NO
                   ' : BUDGET CAMPAGNE ' WS-CAMP-CODE
                   ' EPUISE, PRIX SANS REMISE'
           MOVE SPACES             TO WS-CAMP-CODE
           MOVE ZERO               TO WS-CAMP-DISC
           MOVE WS-CAMP-BASE-PRICE TO H-I-PRICE
           .

      *****************************************************************
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *****************************************************************
      * CHARGEMENT DU STATUT DES PERIODES (FVPERST) ; FICHIER ABSENT  *
      * = TOUTES LES PERIODES SONT OUVERTES                           *
      *****************************************************************
       LOAD-PERIOD-STATUS.
           OPEN INPUT PERSTAT-FILE
           IF NOT WS-PERST-OK
              DISPLAY 'PAS DE STATUT DES PERIODES (' WS-FS-PERST
                      '), TOUTES LES PERIODES SONT OUVERTES'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERST-EOF
              READ PERSTAT-FILE
                 AT END MOVE '10' TO WS-FS-PERST
                 NOT AT END
                    IF WS-PER-COUNT < WS-PER-MAX
                       ADD 1 TO WS-PER-COUNT
                       MOVE PS-PERIOD   TO WS-PE-PERIOD(WS-PER-COUNT)
                       MOVE PS-STATUS   TO WS-PE-STATUS(WS-PER-COUNT)
                       MOVE PS-BACKPOST
                            TO WS-PE-BACKPOST(WS-PER-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERSTAT-FILE
           .

      *****************************************************************
      * TRACE D'UNE COMPTABILISATION REFUSEE OU REPORTEE (FVBKPOST,   *
      * EN AJOUT) ; BP-REFERENCE, BP-AMOUNT ET BP-DETAIL SONT         *
      * RENSEIGNES PAR L'APPELANT                                     *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BKPOST-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BKPOST-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'RELBACKO'     TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-TODAY       TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-FS-BKPOST
           END-IF
           MOVE '00' TO WS-FS-BKPOST
           .

      *****************************************************************
      * FINALISATION                                                 *
      *****************************************************************
           DISPLAY 'TOTAL SERVIS: ' WS-RECORDS-SERVED
           DISPLAY 'TOTAL PARTIELS: ' WS-RECORDS-PARTIAL
           DISPLAY 'TOTAL REPORTES: ' WS-RECORDS-CARRIED
           IF WS-POST-ACTION = 'X'
              MOVE 8 TO RETURN-CODE
           END-IF
           ADD WS-RECORDS-SERVED WS-RECORDS-PARTIAL
              GIVING WS-RECORDS-RELEASED
           PERFORM WRITE-RUN-HISTORY
           .

      *****************************************************************
      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (FRUNHST, AJOUT)   *
      *****************************************************************
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF NOT WS-RH-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES EXECUTIONS: '
                      WS-RH-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'RELBACKO' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-RECORDS-READ     TO RH-RECORDS-READ
           MOVE WS-RECORDS-RELEASED TO RH-RECORDS-OK
           MOVE WS-RECORDS-ERROR    TO RH-RECORDS-ERROR
           IF RETURN-CODE >= 8
              MOVE 'ERR ' TO RH-STATUS-CODE
           ELSE
              MOVE 'OK  ' TO RH-STATUS-CODE
           END-IF
           MOVE RETURN-CODE TO RH-RETURN-CODE
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE
           .

      *****************************************************************
