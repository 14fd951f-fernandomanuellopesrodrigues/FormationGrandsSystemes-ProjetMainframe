       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : BILAN DES CAMPAGNES PROMOTIONNELLES               *
      * OBJECTIF  : LES CAMPAGNES DECRITES DANS API9.CAMPAIGNS SONT   *
      *             APPLIQUEES PAR IMPVENTS ET ORDENT03 (SOUS-        *
      *             PROGRAMME CAMPSEL), QUI PORTENT LE CODE DE LA     *
      *             CAMPAGNE ET LA REMISE ACCORDEE SUR CHAQUE LIGNE   *
      *             (ITEMS.CAMP_CODE/CAMP_DISC) ET IMPUTENT LA REMISE *
      *             SUR LE BUDGET CONSOMME (CAMPAIGNS.BUDGET_USED).   *
      *             CE PROGRAMME DONNE, PAR CAMPAGNE : FENETRE DE     *
      *             DATES, REMISE, UNITES VENDUES, CHIFFRE D'AFFAIRES *
      *             REMISE, REMISE ACCORDEE, BUDGET ET BUDGET RESTANT *
      *             (LES CAMPAGNES EPUISEES SONT SIGNALEES), PUIS LES *
      *             TOTAUX. LES CAMPAGNES SANS VENTE SONT LISTEES.    *
      * ENTREE    : API9.CAMPAIGNS/API9.ITEMS EN BASE DB2             *
      * SORTIE    : BILAN DES CAMPAGNES (FREPORT)                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-CAMP-EOF-SW             PIC X  VALUE 'N'.
           88 WS-CAMP-EOF                   VALUE 'Y'.

      * COMPTEURS ET TOTAUX
       01  WS-COUNTERS.
           05 WS-CAMPAIGNS-LISTED     PIC 9(5)  VALUE ZERO.
           05 WS-CAMPAIGNS-SPENT      PIC 9(5)  VALUE ZERO.
       01  WS-TOTALS.
           05 WS-TOT-QTY              PIC S9(9)     VALUE ZERO.
           05 WS-TOT-REVENUE          PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-DISC             PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-BUDGET           PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-REMAIN           PIC S9(11)V99 VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'BILAN DES CAMPAGNES PROMOTIONNELLES'.
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-COLUMN-LINE.
              10 FILLER               PIC X(32)     VALUE
                 'CAMPAGNE DU         AU'.
              10 FILLER               PIC X(6)      VALUE 'REMISE'.
              10 FILLER               PIC X(8)      VALUE '  UNITES'.
              10 FILLER               PIC X(13)     VALUE
                 '    CA REMISE'.
              10 FILLER               PIC X(13)     VALUE
                 '  REMISE ACC.'.
              10 FILLER               PIC X(13)     VALUE
                 '       BUDGET'.
              10 FILLER               PIC X(13)     VALUE
                 '      RESTANT'.
           05 WS-CAMP-LINE.
              10 WS-RPT-CODE          PIC X(8).
              10 FILLER               PIC X(1)      VALUE SPACE.
              10 WS-RPT-FROM          PIC X(10).
              10 FILLER               PIC X(1)      VALUE SPACE.
              10 WS-RPT-TO            PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-PCT           PIC Z9,99.
              10 FILLER               PIC X(1)      VALUE '%'.
              10 WS-RPT-QTY           PIC ZZZ,ZZ9-.
              10 WS-RPT-REVENUE       PIC -(9)9,99.
              10 WS-RPT-DISC          PIC -(9)9,99.
              10 WS-RPT-BUDGET        PIC -(9)9,99.
              10 WS-RPT-REMAIN        PIC -(9)9,99.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-FLAG          PIC X(12).
           05 WS-NONE-LINE            PIC X(132)    VALUE
                 '   AUCUNE CAMPAGNE DEFINIE'.
           05 WS-TOTAL-LINE.
              10 FILLER               PIC X(38)     VALUE
                 'TOTAL'.
              10 WS-RPT-T-QTY         PIC ZZZ,ZZ9-.
              10 WS-RPT-T-REVENUE     PIC -(9)9,99.
              10 WS-RPT-T-DISC        PIC -(9)9,99.
              10 WS-RPT-T-BUDGET      PIC -(9)9,99.
              10 WS-RPT-T-REMAIN      PIC -(9)9,99.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(20)     VALUE
                 'CAMPAGNES LISTEES : '.
              10 WS-RPT-COUNT         PIC ZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - BUDGETS EPUISES : '.
              10 WS-RPT-SPENT         PIC ZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-CODE                     PIC X(8).
       01  H-FROM                     PIC X(10).
       01  H-TO                       PIC X(10).
       01  H-PCT-OFF                  PIC S9(2)V99  USAGE COMP-3.
       01  H-BUDGET                   PIC S9(9)V99  USAGE COMP-3.
       01  H-USED                     PIC S9(9)V99  USAGE COMP-3.
       01  H-QTY                      PIC S9(7)     USAGE COMP-3.
       01  H-REVENUE                  PIC S9(11)V99 USAGE COMP-3.
       01  H-DISC                     PIC S9(11)V99 USAGE COMP-3.
       01  H-REMAIN                   PIC S9(11)V99 USAGE COMP-3.

      * RESULTATS PAR CAMPAGNE : LES LIGNES DE VENTE PORTANT LE CODE
      * DE LA CAMPAGNE (JOINTURE EXTERNE, UNE CAMPAGNE SANS VENTE
      * SORT A ZERO) ; LE BUDGET RESTANT EST CALCULE SUR LE BUDGET
      * CONSOMME TENU PAR LES PROGRAMMES DE SAISIE ET DE CHARGEMENT
           EXEC SQL
               DECLARE CAMP-RES-CURSOR CURSOR FOR
               SELECT C.CAMP_CODE, COALESCE(C.DATE_FROM,' '),
                      COALESCE(C.DATE_TO,' '), COALESCE(C.PCT_OFF,0),
                      COALESCE(C.BUDGET,0), COALESCE(C.BUDGET_USED,0),
                      COALESCE(SUM(I.QUANTITY),0),
                      COALESCE(SUM(I.QUANTITY * I.PRICE),0),
                      COALESCE(SUM(I.CAMP_DISC),0)
                 FROM API9.CAMPAIGNS C
                 LEFT OUTER JOIN API9.ITEMS I
                   ON I.CAMP_CODE = C.CAMP_CODE
                GROUP BY C.CAMP_CODE, C.DATE_FROM, C.DATE_TO,
                         C.PCT_OFF, C.BUDGET, C.BUDGET_USED
                ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM REPORT-CAMPAIGNS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CAMPRPT'
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: ' WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           .

      *****************************************************************
      * UNE LIGNE PAR CAMPAGNE, DANS L'ORDRE DES CODES                *
      *****************************************************************
       REPORT-CAMPAIGNS.
           MOVE 'N' TO WS-CAMP-EOF-SW
           EXEC SQL OPEN CAMP-RES-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN CAMP-RES-CURSOR, SQLCODE: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-CAMP-EOF-SW
           ELSE
              PERFORM FETCH-NEXT-CAMPAIGN
           END-IF
           PERFORM UNTIL WS-CAMP-EOF
                   PERFORM WRITE-CAMPAIGN-LINE
                   PERFORM FETCH-NEXT-CAMPAIGN
           END-PERFORM
           EXEC SQL CLOSE CAMP-RES-CURSOR END-EXEC
           IF WS-CAMPAIGNS-LISTED = ZERO
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       FETCH-NEXT-CAMPAIGN.
           EXEC SQL
               FETCH CAMP-RES-CURSOR
                INTO :H-CODE, :H-FROM, :H-TO, :H-PCT-OFF, :H-BUDGET,
                     :H-USED, :H-QTY, :H-REVENUE, :H-DISC
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CAMP-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH CAMP-RES-CURSOR, SQLCODE: '
                         SQLCODE
              END-IF
           END-IF
           .

       WRITE-CAMPAIGN-LINE.
           ADD 1 TO WS-CAMPAIGNS-LISTED
           COMPUTE H-REMAIN = H-BUDGET - H-USED
           MOVE H-CODE    TO WS-RPT-CODE
           MOVE H-FROM    TO WS-RPT-FROM
           MOVE H-TO      TO WS-RPT-TO
           MOVE H-PCT-OFF TO WS-RPT-PCT
           MOVE H-QTY     TO WS-RPT-QTY
           MOVE H-REVENUE TO WS-RPT-REVENUE
           MOVE H-DISC    TO WS-RPT-DISC
           MOVE H-BUDGET  TO WS-RPT-BUDGET
           MOVE H-REMAIN  TO WS-RPT-REMAIN
           IF H-REMAIN NOT > 0
              ADD 1 TO WS-CAMPAIGNS-SPENT
              MOVE '** EPUISE **' TO WS-RPT-FLAG
           ELSE
              MOVE SPACES TO WS-RPT-FLAG
           END-IF
           WRITE REPORT-RECORD FROM WS-CAMP-LINE
           ADD H-QTY     TO WS-TOT-QTY
           ADD H-REVENUE TO WS-TOT-REVENUE
           ADD H-DISC    TO WS-TOT-DISC
           ADD H-BUDGET  TO WS-TOT-BUDGET
           ADD H-REMAIN  TO WS-TOT-REMAIN
           .

       FINALIZATION.
           MOVE WS-TOT-QTY     TO WS-RPT-T-QTY
           MOVE WS-TOT-REVENUE TO WS-RPT-T-REVENUE
           MOVE WS-TOT-DISC    TO WS-RPT-T-DISC
           MOVE WS-TOT-BUDGET  TO WS-RPT-T-BUDGET
           MOVE WS-TOT-REMAIN  TO WS-RPT-T-REMAIN
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-CAMPAIGNS-LISTED TO WS-RPT-COUNT
           MOVE WS-CAMPAIGNS-SPENT  TO WS-RPT-SPENT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME CAMPRPT'
           DISPLAY 'CAMPAGNES LISTEES: ' WS-CAMPAIGNS-LISTED
           DISPLAY 'BUDGETS EPUISES: ' WS-CAMPAIGNS-SPENT
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
