       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMDFCST.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : PREVISION DE LA DEMANDE PAR PRODUIT               *
      * OBJECTIF  : REORDRPT ET CYCCOUNT RAISONNENT SUR UNE MOYENNE   *
      *             PLATE DE LA PLAGE FROM=/TO=, CE QUI SOUS-ESTIME   *
      *             LES PRODUITS SAISONNIERS AVANT LEUR POINTE. CE    *
      *             PROGRAMME CONSTITUE L'HISTORIQUE MENSUEL DES      *
      *             VENTES PAR PRODUIT (BASE VIVE API9.ORDERS/ITEMS + *
      *             ARCHIVE INDEXEE FVARCORD/FVARCITM CONSOLIDEE PAR  *
      *             ARCHCONS, RETOURS DEDUITS) SUR LES HISTORY= MOIS  *
      *             COMPLETS PRECEDANT LE MOIS DE ASOF= (24 PAR       *
      *             DEFAUT), EN TIRE UN INDICE SAISONNIER PAR MOIS    *
      *             CALENDAIRE (MOYENNE DU MOIS / MOYENNE MENSUELLE)  *
      *             ET PREVOIT LES HORIZON= MOIS SUIVANTS (3 PAR      *
      *             DEFAUT) : NIVEAU = MOYENNE DES 12 DERNIERS MOIS,  *
      *             PREVISION = NIVEAU X INDICE DU MOIS. LE FICHIER   *
      *             DE PREVISIONS FVDMFCST EST REECRIT ; REORDRPT     *
      *             (CARTE FORECAST=Y) ET PARTREQ (CARTE FORECAST=)   *
      *             PEUVENT S'EN SERVIR AU LIEU DE LA MOYENNE PLATE.  *
      *             AVANT REECRITURE, LA PREVISION DU PRECEDENT RUN   *
      *             POUR LE MOIS QUI VIENT DE S'ACHEVER EST COMPAREE  *
      *             AUX VENTES REELLES DE CE MOIS (SECTION FIABILITE  *
      *             DU RAPPORT : ECART PAR PRODUIT ET ECART ABSOLU    *
      *             CUMULE EN POURCENTAGE DU REEL).                   *
      * ENTREE    : SYSIN (ASOF= / HISTORY= / HORIZON= FACULTATIVES), *
      *             FVDMFCST (PREVISIONS DU RUN PRECEDENT,            *
      *             FACULTATIF), FVARCORD/FVARCITM (ARCHIVE,          *
      *             FACULTATIVE), BASE DB2                            *
      * SORTIE    : FVDMFCST (PREVISIONS), RAPPORT (FREPORT)          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * PREVISIONS : LUES EN DEBUT DE RUN (FIABILITE), PUIS REECRITES
           SELECT FCST-FILE
               ASSIGN TO FVDMFCST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCST.

      * ARCHIVE MAITRE CONSOLIDEE PAR ARCHCONS : LES LIGNES SONT LUES
      * EN SEQUENCE DE CLE, L'ENTETE DONNE LA DATE DE LA COMMANDE
           SELECT ARCORD-FILE
               ASSIGN TO FVARCORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-FS-ARCORD.

           SELECT ARCITM-FILE
               ASSIGN TO FVARCITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIT-KEY
               FILE STATUS IS WS-FS-ARCITM.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * PREVISION : UNE LIGNE PAR PRODUIT ET PAR MOIS PREVU (AAAA-MM),
      * AVEC L'INDICE SAISONNIER APPLIQUE ET LA DATE DU RUN
       FD  FCST-FILE.
       01  FCST-RECORD.
           05 FC-P-NO                 PIC XXX.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-QTY                  PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-SEAS-INDEX           PIC 9V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-RUN-DATE             PIC X(10).

      * MEMES DISPOSITIONS QUE DANS ARCHCONS/ARCHQRY
       FD  ARCORD-FILE.
       01  ARCORD-RECORD.
           05 ARO-KEY.
              10 ARO-O-NO             PIC 9(7).
           05 ARO-O-DATE              PIC X(10).
           05 ARO-S-NO                PIC 9(2).
           05 ARO-C-NO                PIC 9(4).

       FD  ARCITM-FILE.
       01  ARCITM-RECORD.
           05 AIT-KEY.
              10 AIT-O-NO             PIC 9(7).
              10 AIT-P-NO             PIC XXX.
           05 AIT-QTY                 PIC 9(5).
           05 AIT-PRICE               PIC 9(7)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-FCST                 PIC XX VALUE SPACES.
           88 WS-FCST-OK                    VALUE '00'.
           88 WS-FCST-EOF                   VALUE '10'.
       01  WS-FS-ARCORD               PIC XX VALUE SPACES.
           88 WS-ARCORD-OK                  VALUE '00'.
       01  WS-FS-ARCITM               PIC XX VALUE SPACES.
           88 WS-ARCITM-OK                  VALUE '00'.
           88 WS-ARCITM-EOF                 VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-SQL-EOF-SW              PIC X  VALUE 'N'.
           88 WS-SQL-EOF                    VALUE 'Y'.

      * PARAMETRES (CARTES SYSIN)
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
       01  WS-HISTORY                 PIC 9(2)  VALUE 24.
       01  WS-HISTORY-MAX             PIC 9(2)  VALUE 36.
       01  WS-HORIZON                 PIC 9(2)  VALUE 3.
       01  WS-HORIZON-MAX             PIC 9(2)  VALUE 12.
       01  WS-SI-NUM-TEST             PIC 9(2).

      * MOIS EXPRIMES EN RANG ABSOLU (ANNEE X 12 + MOIS - 1) : LE
      * PREMIER MOIS D'HISTORIQUE, LE DERNIER MOIS COMPLET
       01  WS-FIRST-ABS               PIC 9(6)  VALUE ZERO.
       01  WS-LAST-ABS                PIC 9(6)  VALUE ZERO.
       01  WS-WORK-ABS                PIC 9(6)  VALUE ZERO.
       01  WS-WORK-PERIOD.
           05 WS-WP-YEAR              PIC 9(4).
           05 WS-WP-SEP               PIC X     VALUE '-'.
           05 WS-WP-MONTH             PIC 9(2).
       01  WS-LAST-PERIOD             PIC X(7)  VALUE SPACES.
       01  WS-BUCKET                  PIC 9(2)  VALUE ZERO.
       01  WS-CAL-MONTH               PIC 9(2)  VALUE ZERO.

      * BORNES DE L'HISTORIQUE (AAAA-MM-JJ)
       01  WS-FROM-DATE               PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                 PIC X(10) VALUE SPACES.
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-DATE-INT                PIC S9(9) COMP VALUE 0.
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.

      * HISTORIQUE MENSUEL PAR PRODUIT (RANG 1 = MOIS LE PLUS ANCIEN)
       01  WS-HIST-TABLE.
           05 WS-HS-ENTRY OCCURS 500 TIMES INDEXED BY HS-IX.
              10 WS-HS-P-NO           PIC XXX.
              10 WS-HS-QTY            PIC S9(7)   COMP-3
                                      OCCURS 36 TIMES.
       01  WS-HIST-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-HIST-MAX                PIC 9(3)  VALUE 500.
       01  WS-HIST-FOUND              PIC 9(3)  VALUE ZERO.
       01  WS-HIST-OVERFLOW-SW        PIC X     VALUE 'N'.
           88 WS-HIST-OVERFLOW              VALUE 'Y'.

      * PREVISIONS DU RUN PRECEDENT POUR LE MOIS QUI VIENT DE
      * S'ACHEVER (SECTION FIABILITE)
       01  WS-PREV-TABLE.
           05 WS-PV-ENTRY OCCURS 500 TIMES INDEXED BY PV-IX.
              10 WS-PV-P-NO           PIC XXX.
              10 WS-PV-QTY            PIC 9(7)    COMP-3.
       01  WS-PREV-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-PREV-MAX                PIC 9(3)  VALUE 500.

      * CALCUL DE LA PREVISION DU PRODUIT EN COURS
       01  WS-TOTAL-QTY               PIC S9(9)     COMP-3 VALUE +0.
       01  WS-AVG-MONTH               PIC S9(7)V99  COMP-3 VALUE +0.
       01  WS-LEVEL                   PIC S9(7)V99  COMP-3 VALUE +0.
       01  WS-LEVEL-MONTHS            PIC 9(2)  VALUE ZERO.
       01  WS-SEAS-TABLE.
           05 WS-SEAS-SUM             PIC S9(9)     COMP-3
                                      OCCURS 12 TIMES.
           05 WS-SEAS-CNT             PIC 9(2)
                                      OCCURS 12 TIMES.
           05 WS-SEAS-IDX             PIC 9V99
                                      OCCURS 12 TIMES.
       01  WS-K                       PIC 9(2)  VALUE ZERO.
       01  WS-FC-QTY                  PIC S9(7)     COMP-3 VALUE +0.

      * FIABILITE DE LA PREVISION DU MOIS ECOULE
       01  WS-ACTUAL                  PIC S9(7)     COMP-3 VALUE +0.
       01  WS-ERROR                   PIC S9(7)     COMP-3 VALUE +0.
       01  WS-ERR-PCT                 PIC S9(5)V9   COMP-3 VALUE +0.
       01  WS-SUM-ABS-ERR             PIC S9(9)     COMP-3 VALUE +0.
       01  WS-SUM-ACTUAL              PIC S9(9)     COMP-3 VALUE +0.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-LIVE-LINES           PIC 9(7)  VALUE ZERO.
           05 WS-ARC-LINES            PIC 9(7)  VALUE ZERO.
           05 WS-FCST-WRITTEN         PIC 9(7)  VALUE ZERO.
           05 WS-ACCURACY-LINES       PIC 9(5)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'PREVISION DE LA DEMANDE PAR PRODUIT (HISTORIQUE
      -          ' MENSUEL + SAISONNALITE)'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(15)     VALUE
                 'HISTORIQUE DU '.
              10 WS-RPT-FROM          PIC X(10).
              10 FILLER               PIC X(4)      VALUE ' AU '.
              10 WS-RPT-TO            PIC X(10).
              10 FILLER               PIC X(13)     VALUE
                 '  HORIZON : '.
              10 WS-RPT-HORIZON       PIC Z9.
              10 FILLER               PIC X(5)      VALUE ' MOIS'.
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-FCST-COL-LINE        PIC X(132)    VALUE
                 'PRODUIT  MOY/MOIS   NIVEAU    MOIS     INDICE  PREVIS
      -          'ION'.
           05 WS-FCST-LINE.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-PNO           PIC XXX.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-AVG           PIC ZZZ,ZZ9.9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-LEVEL         PIC ZZZ,ZZ9.9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-PERIOD        PIC X(7).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-INDEX         PIC 9.99.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-FCST          PIC Z,ZZZ,ZZ9.
           05 WS-ACC-HDR-LINE.
              10 FILLER               PIC X(40)     VALUE
                 'FIABILITE DE LA PREVISION DU MOIS     : '.
              10 WS-RPT-ACC-PERIOD    PIC X(7).
           05 WS-ACC-COL-LINE         PIC X(132)    VALUE
                 'PRODUIT    PREVU      REEL     ECART   ECART %'.
           05 WS-ACC-LINE.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-ACC-PNO       PIC XXX.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-ACC-FCST      PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-ACC-ACTUAL    PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-ACC-ERROR     PIC -,---,--9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-ACC-PCT       PIC ----9.9.
           05 WS-ACC-TOTAL-LINE.
              10 FILLER               PIC X(40)     VALUE
                 'ECART ABSOLU CUMULE / VENTES REELLES : '.
              10 WS-RPT-ACC-WAPE      PIC ----9.9.
              10 FILLER               PIC X(2)      VALUE ' %'.
           05 WS-NO-ACC-LINE          PIC X(132)    VALUE
                 'AUCUNE PREVISION ANTERIEURE POUR LE MOIS ECOULE'.
           05 WS-OVERFLOW-LINE        PIC X(132)    VALUE
                 '*** TABLE DES PRODUITS SATUREE : PREVISIONS
      -          ' INCOMPLETES ***'.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'LIGNES BASE VIVE   : '.
              10 WS-RPT-LIVE          PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - ARCHIVE     : '.
              10 WS-RPT-ARC           PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - PRODUITS    : '.
              10 WS-RPT-PRODUCTS      PIC ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - PREVISIONS  : '.
              10 WS-RPT-WRITTEN       PIC Z,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-FROM-DATE                PIC X(10).
       01  H-TO-DATE                  PIC X(10).
       01  H-P-NO                     PIC XXX.
       01  H-O-DATE                   PIC X(10).
       01  H-QTY                      PIC S9(7)     USAGE COMP-3.

      * LIGNES VIVES DE LA PERIODE D'HISTORIQUE (LES RETOURS, QUANTITE
      * NEGATIVE, REDUISENT LE VENDU DU MOIS)
           EXEC SQL
               DECLARE HIST-CURSOR CURSOR FOR
               SELECT I.P_NO, O.O_DATE, I.QUANTITY
                 FROM API9.ORDERS O, API9.ITEMS I
                WHERE I.O_NO = O.O_NO
                  AND O.O_DATE BETWEEN :H-FROM-DATE AND :H-TO-DATE
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-PREVIOUS-FORECAST
           PERFORM LOAD-LIVE-HISTORY
           PERFORM LOAD-ARCHIVE-HISTORY
           PERFORM WRITE-ACCURACY-SECTION
           PERFORM BUILD-FORECASTS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME DMDFCST'
           PERFORM READ-SYSIN-CARDS
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           IF WS-ASOF-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE(1:4) NOT NUMERIC
              OR WS-ASOF-DATE(6:2) NOT NUMERIC
              DISPLAY 'CARTE ASOF= INVALIDE: ' WS-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

      * DERNIER MOIS COMPLET = MOIS PRECEDANT CELUI DE ASOF=
           MOVE WS-ASOF-DATE(1:4) TO WS-WP-YEAR
           MOVE WS-ASOF-DATE(6:2) TO WS-WP-MONTH
           PERFORM PERIOD-TO-ABS
           COMPUTE WS-LAST-ABS  = WS-WORK-ABS - 1
           COMPUTE WS-FIRST-ABS = WS-LAST-ABS - WS-HISTORY + 1
           MOVE WS-LAST-ABS TO WS-WORK-ABS
           PERFORM ABS-TO-PERIOD
           MOVE WS-WORK-PERIOD TO WS-LAST-PERIOD

      * BORNES : 1ER JOUR DU PREMIER MOIS, VEILLE DU 1ER DU MOIS ASOF
           MOVE WS-FIRST-ABS TO WS-WORK-ABS
           PERFORM ABS-TO-PERIOD
           STRING WS-WORK-PERIOD '-01' DELIMITED BY SIZE
              INTO WS-FROM-DATE
           END-STRING
           MOVE WS-ASOF-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-ASOF-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE '01'              TO WS-DATE-CCYYMMDD(7:2)
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD) - 1
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-CCYYMMDD(1:4) TO WS-TO-DATE(1:4)
           MOVE '-'                   TO WS-TO-DATE(5:1)
           MOVE WS-DATE-CCYYMMDD(5:2) TO WS-TO-DATE(6:2)
           MOVE '-'                   TO WS-TO-DATE(8:1)
           MOVE WS-DATE-CCYYMMDD(7:2) TO WS-TO-DATE(9:2)
           MOVE WS-FROM-DATE TO H-FROM-DATE
           MOVE WS-TO-DATE   TO H-TO-DATE

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-FROM-DATE TO WS-RPT-FROM
           MOVE WS-TO-DATE   TO WS-RPT-TO
           MOVE WS-HORIZON   TO WS-RPT-HORIZON
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN ASOF= / HISTORY= / HORIZON=          *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END PERFORM PROCESS-SYSIN-CARD
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

       PROCESS-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:5) = 'ASOF='
                 MOVE SYSIN-RECORD(6:10) TO WS-ASOF-DATE
              WHEN SYSIN-RECORD(1:8) = 'HISTORY='
                 IF SYSIN-RECORD(9:2) IS NUMERIC
                    MOVE SYSIN-RECORD(9:2) TO WS-SI-NUM-TEST
                    IF WS-SI-NUM-TEST >= 12
                       AND WS-SI-NUM-TEST <= WS-HISTORY-MAX
                       MOVE WS-SI-NUM-TEST TO WS-HISTORY
                    END-IF
                 END-IF
              WHEN SYSIN-RECORD(1:8) = 'HORIZON='
                 IF SYSIN-RECORD(9:2) IS NUMERIC
                    MOVE SYSIN-RECORD(9:2) TO WS-SI-NUM-TEST
                    IF WS-SI-NUM-TEST > 0
                       AND WS-SI-NUM-TEST <= WS-HORIZON-MAX
                       MOVE WS-SI-NUM-TEST TO WS-HORIZON
                    END-IF
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * CONVERSIONS MOIS AAAA-MM <-> RANG ABSOLU                      *
      *****************************************************************
       PERIOD-TO-ABS.
           COMPUTE WS-WORK-ABS = WS-WP-YEAR * 12 + WS-WP-MONTH - 1
           .

       ABS-TO-PERIOD.
           DIVIDE WS-WORK-ABS BY 12 GIVING WS-WP-YEAR
              REMAINDER WS-WP-MONTH
           ADD 1 TO WS-WP-MONTH
           MOVE '-' TO WS-WP-SEP
           .

      *****************************************************************
      * PREVISIONS DU RUN PRECEDENT POUR LE DERNIER MOIS COMPLET ;    *
      * FICHIER ABSENT = PREMIER RUN, PAS DE SECTION FIABILITE        *
      *****************************************************************
       LOAD-PREVIOUS-FORECAST.
           OPEN INPUT FCST-FILE
           IF NOT WS-FCST-OK
              DISPLAY 'PAS DE PREVISIONS ANTERIEURES (' WS-FS-FCST
                      ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FCST-EOF
              READ FCST-FILE
                 AT END MOVE '10' TO WS-FS-FCST
                 NOT AT END
                    IF FC-PERIOD = WS-LAST-PERIOD
                       AND WS-PREV-COUNT < WS-PREV-MAX
                       ADD 1 TO WS-PREV-COUNT
                       MOVE FC-P-NO TO WS-PV-P-NO(WS-PREV-COUNT)
                       MOVE FC-QTY  TO WS-PV-QTY(WS-PREV-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FCST-FILE
           .

      *****************************************************************
      * HISTORIQUE DE LA BASE VIVE                                    *
      *****************************************************************
       LOAD-LIVE-HISTORY.
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN HIST-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN HIST-CURSOR, SQLCODE: ' SQLCODE
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SQL-EOF
              EXEC SQL
                  FETCH HIST-CURSOR INTO :H-P-NO, :H-O-DATE, :H-QTY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-LIVE-LINES
                    PERFORM ACCUMULATE-SALE
                 WHEN 100
                    MOVE 'Y' TO WS-SQL-EOF-SW
                 WHEN OTHER
                    DISPLAY 'ERREUR FETCH HIST-CURSOR, SQLCODE: '
                            SQLCODE
                    MOVE 'Y' TO WS-SQL-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE HIST-CURSOR END-EXEC
           .

      *****************************************************************
      * HISTORIQUE DE L'ARCHIVE CONSOLIDEE : LIGNES EN SEQUENCE,      *
      * ENTETE RELU A CHAQUE CHANGEMENT DE COMMANDE POUR LA DATE      *
      *****************************************************************
       LOAD-ARCHIVE-HISTORY.
           OPEN INPUT ARCORD-FILE
           IF NOT WS-ARCORD-OK
              DISPLAY 'PAS D''ARCHIVE CONSOLIDEE (' WS-FS-ARCORD
                      '), BASE VIVE SEULE'
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCITM-FILE
           IF NOT WS-ARCITM-OK
              DISPLAY 'ERREUR OUVERTURE ARCHIVE FVARCITM: '
                      WS-FS-ARCITM
              CLOSE ARCORD-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ARO-O-NO
           MOVE SPACES TO ARO-O-DATE
           PERFORM UNTIL WS-ARCITM-EOF
              READ ARCITM-FILE NEXT
                 AT END MOVE '10' TO WS-FS-ARCITM
                 NOT AT END PERFORM LOAD-ONE-ARCHIVE-ITEM
              END-READ
           END-PERFORM
           CLOSE ARCITM-FILE
           CLOSE ARCORD-FILE
           .

       LOAD-ONE-ARCHIVE-ITEM.
           IF AIT-O-NO NOT = ARO-O-NO
              MOVE AIT-O-NO TO ARO-O-NO
              READ ARCORD-FILE
              IF NOT WS-ARCORD-OK
                 MOVE SPACES TO ARO-O-DATE
                 MOVE '00' TO WS-FS-ARCORD
              END-IF
           END-IF
           IF ARO-O-DATE < WS-FROM-DATE OR ARO-O-DATE > WS-TO-DATE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARC-LINES
           MOVE AIT-P-NO   TO H-P-NO
           MOVE ARO-O-DATE TO H-O-DATE
           MOVE AIT-QTY    TO H-QTY
           PERFORM ACCUMULATE-SALE
           .

      *****************************************************************
      * CUMUL D'UNE LIGNE (H-P-NO, H-O-DATE, H-QTY) DANS SON MOIS     *
      *****************************************************************
       ACCUMULATE-SALE.
           MOVE H-O-DATE(1:4) TO WS-WP-YEAR
           MOVE H-O-DATE(6:2) TO WS-WP-MONTH
           PERFORM PERIOD-TO-ABS
           IF WS-WORK-ABS < WS-FIRST-ABS OR WS-WORK-ABS > WS-LAST-ABS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BUCKET = WS-WORK-ABS - WS-FIRST-ABS + 1
           MOVE 0 TO WS-HIST-FOUND
           PERFORM VARYING HS-IX FROM 1 BY 1
                   UNTIL HS-IX > WS-HIST-COUNT OR WS-HIST-FOUND > 0
              IF WS-HS-P-NO(HS-IX) = H-P-NO
                 SET WS-HIST-FOUND TO HS-IX
              END-IF
           END-PERFORM
           IF WS-HIST-FOUND = 0
              IF WS-HIST-COUNT >= WS-HIST-MAX
                 MOVE 'Y' TO WS-HIST-OVERFLOW-SW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-HIST-COUNT
              MOVE WS-HIST-COUNT TO WS-HIST-FOUND
              INITIALIZE WS-HS-ENTRY(WS-HIST-COUNT)
              MOVE H-P-NO TO WS-HS-P-NO(WS-HIST-COUNT)
           END-IF
           ADD H-QTY TO WS-HS-QTY(WS-HIST-FOUND, WS-BUCKET)
           .

      *****************************************************************
      * FIABILITE : PREVISION DU RUN PRECEDENT POUR LE DERNIER MOIS   *
      * COMPLET CONTRE LES VENTES REELLES DE CE MOIS                  *
      *****************************************************************
       WRITE-ACCURACY-SECTION.
           MOVE WS-LAST-PERIOD TO WS-RPT-ACC-PERIOD
           WRITE REPORT-RECORD FROM WS-ACC-HDR-LINE
           IF WS-PREV-COUNT = 0
              WRITE REPORT-RECORD FROM WS-NO-ACC-LINE
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-ACC-COL-LINE
           PERFORM VARYING PV-IX FROM 1 BY 1
                   UNTIL PV-IX > WS-PREV-COUNT
              MOVE +0 TO WS-ACTUAL
              PERFORM VARYING HS-IX FROM 1 BY 1
                      UNTIL HS-IX > WS-HIST-COUNT
                 IF WS-HS-P-NO(HS-IX) = WS-PV-P-NO(PV-IX)
                    MOVE WS-HS-QTY(HS-IX, WS-HISTORY) TO WS-ACTUAL
                 END-IF
              END-PERFORM
              IF WS-ACTUAL < 0
                 MOVE +0 TO WS-ACTUAL
              END-IF
              COMPUTE WS-ERROR = WS-PV-QTY(PV-IX) - WS-ACTUAL
              MOVE +0 TO WS-ERR-PCT
              IF WS-ACTUAL > 0
                 COMPUTE WS-ERR-PCT ROUNDED =
                         WS-ERROR * 100 / WS-ACTUAL
                    ON SIZE ERROR MOVE +9999.9 TO WS-ERR-PCT
                 END-COMPUTE
              END-IF
              IF WS-ERROR < 0
                 COMPUTE WS-SUM-ABS-ERR = WS-SUM-ABS-ERR - WS-ERROR
              ELSE
                 ADD WS-ERROR TO WS-SUM-ABS-ERR
              END-IF
              ADD WS-ACTUAL TO WS-SUM-ACTUAL
              ADD 1 TO WS-ACCURACY-LINES
              MOVE WS-PV-P-NO(PV-IX) TO WS-RPT-ACC-PNO
              MOVE WS-PV-QTY(PV-IX)  TO WS-RPT-ACC-FCST
              MOVE WS-ACTUAL         TO WS-RPT-ACC-ACTUAL
              MOVE WS-ERROR          TO WS-RPT-ACC-ERROR
              MOVE WS-ERR-PCT        TO WS-RPT-ACC-PCT
              WRITE REPORT-RECORD FROM WS-ACC-LINE
           END-PERFORM
           MOVE +0 TO WS-ERR-PCT
           IF WS-SUM-ACTUAL > 0
              COMPUTE WS-ERR-PCT ROUNDED =
                      WS-SUM-ABS-ERR * 100 / WS-SUM-ACTUAL
                 ON SIZE ERROR MOVE +9999.9 TO WS-ERR-PCT
              END-COMPUTE
           END-IF
           MOVE WS-ERR-PCT TO WS-RPT-ACC-WAPE
           WRITE REPORT-RECORD FROM WS-ACC-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * CALCUL ET ECRITURE DES PREVISIONS (FICHIER REECRIT)           *
      *****************************************************************
       BUILD-FORECASTS.
           OPEN OUTPUT FCST-FILE
           IF NOT WS-FCST-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PREVISIONS: '
                      WS-FS-FCST
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-FCST-COL-LINE
           PERFORM VARYING HS-IX FROM 1 BY 1
                   UNTIL HS-IX > WS-HIST-COUNT
              PERFORM FORECAST-ONE-PRODUCT
           END-PERFORM
           CLOSE FCST-FILE
           .

      *****************************************************************
      * INDICE SAISONNIER DU MOIS CALENDAIRE = MOYENNE DE CE MOIS SUR *
      * L'HISTORIQUE / MOYENNE MENSUELLE (1,00 SANS VENTE) ; NIVEAU = *
      * MOYENNE DES 12 DERNIERS MOIS ; PREVISION = NIVEAU X INDICE    *
      *****************************************************************
       FORECAST-ONE-PRODUCT.
           INITIALIZE WS-SEAS-TABLE
           MOVE +0 TO WS-TOTAL-QTY
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-HISTORY
              COMPUTE WS-WORK-ABS = WS-FIRST-ABS + WS-K - 1
              PERFORM ABS-TO-PERIOD
              MOVE WS-WP-MONTH TO WS-CAL-MONTH
              ADD WS-HS-QTY(HS-IX, WS-K) TO WS-TOTAL-QTY
              ADD WS-HS-QTY(HS-IX, WS-K) TO WS-SEAS-SUM(WS-CAL-MONTH)
              ADD 1 TO WS-SEAS-CNT(WS-CAL-MONTH)
           END-PERFORM
           COMPUTE WS-AVG-MONTH ROUNDED = WS-TOTAL-QTY / WS-HISTORY
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
              MOVE 1 TO WS-SEAS-IDX(WS-K)
              IF WS-AVG-MONTH > 0 AND WS-SEAS-CNT(WS-K) > 0
                 AND WS-SEAS-SUM(WS-K) > 0
                 COMPUTE WS-SEAS-IDX(WS-K) ROUNDED =
                         WS-SEAS-SUM(WS-K) / WS-SEAS-CNT(WS-K)
                         / WS-AVG-MONTH
                    ON SIZE ERROR MOVE 9.99 TO WS-SEAS-IDX(WS-K)
                 END-COMPUTE
              END-IF
              IF WS-AVG-MONTH > 0 AND WS-SEAS-CNT(WS-K) > 0
                 AND WS-SEAS-SUM(WS-K) <= 0
                 MOVE 0 TO WS-SEAS-IDX(WS-K)
              END-IF
           END-PERFORM

           MOVE +0 TO WS-LEVEL
           MOVE 12 TO WS-LEVEL-MONTHS
           PERFORM VARYING WS-K FROM WS-HISTORY BY -1
                   UNTIL WS-K <= WS-HISTORY - 12
              ADD WS-HS-QTY(HS-IX, WS-K) TO WS-LEVEL
           END-PERFORM
           COMPUTE WS-LEVEL ROUNDED = WS-LEVEL / WS-LEVEL-MONTHS
           IF WS-LEVEL < 0
              MOVE +0 TO WS-LEVEL
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-HORIZON
              COMPUTE WS-WORK-ABS = WS-LAST-ABS + WS-K
              PERFORM ABS-TO-PERIOD
              MOVE WS-WP-MONTH TO WS-CAL-MONTH
              COMPUTE WS-FC-QTY ROUNDED =
                      WS-LEVEL * WS-SEAS-IDX(WS-CAL-MONTH)
              MOVE WS-HS-P-NO(HS-IX)         TO FC-P-NO
              MOVE WS-WORK-PERIOD            TO FC-PERIOD
              MOVE WS-FC-QTY                 TO FC-QTY
              MOVE WS-SEAS-IDX(WS-CAL-MONTH) TO FC-SEAS-INDEX
              MOVE WS-RUN-DATE               TO FC-RUN-DATE
              WRITE FCST-RECORD
              ADD 1 TO WS-FCST-WRITTEN
              MOVE WS-HS-P-NO(HS-IX)         TO WS-RPT-PNO
              MOVE WS-AVG-MONTH              TO WS-RPT-AVG
              MOVE WS-LEVEL                  TO WS-RPT-LEVEL
              MOVE WS-WORK-PERIOD            TO WS-RPT-PERIOD
              MOVE WS-SEAS-IDX(WS-CAL-MONTH) TO WS-RPT-INDEX
              MOVE WS-FC-QTY                 TO WS-RPT-FCST
              WRITE REPORT-RECORD FROM WS-FCST-LINE
           END-PERFORM
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           IF WS-HIST-OVERFLOW
              WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF
           MOVE WS-LIVE-LINES   TO WS-RPT-LIVE
           MOVE WS-ARC-LINES    TO WS-RPT-ARC
           MOVE WS-HIST-COUNT   TO WS-RPT-PRODUCTS
           MOVE WS-FCST-WRITTEN TO WS-RPT-WRITTEN
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME DMDFCST'
           DISPLAY 'PRODUITS PREVUS: ' WS-HIST-COUNT
           DISPLAY 'LIGNES DE PREVISION: ' WS-FCST-WRITTEN
           IF WS-HIST-OVERFLOW AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * CONSTRUCTION DE LA LIGNE TIMESTAMP                            *
      *****************************************************************
       BUILD-TIMESTAMP-LINE.
           MOVE SPACES TO WS-TIMESTAMP-LINE
           STRING 'HORODATAGE: '
                  FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO WS-TIMESTAMP-LINE
           END-STRING
           .
