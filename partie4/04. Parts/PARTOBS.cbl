       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTOBS.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : STOCK DE PIECES OBSOLETES ET A ROTATION LENTE     *
      * OBJECTIF  : QUAND DISCPRODS RETIRE UN PRODUIT OU QU'UN AVIS   *
      *             DE MODIFICATION (BOMLOAD) SORT UNE PIECE DE LA    *
      *             NOMENCLATURE, LE RESTE EN STOCK DANS PTQOH03      *
      *             GARDE SA VALEUR SUR LE PAPIER ET PERSONNE NE LE   *
      *             DEPRECIE. CE PROGRAMME CLASSE CHAQUE PIECE EN     *
      *             STOCK :                                           *
      *             - 1 UTILISEE : DANS LA NOMENCLATURE EN VIGUEUR    *
      *               D'AU MOINS UN PRODUIT ACTIF, AVEC MOUVEMENT     *
      *               RECENT ;                                        *
      *             - 2 PRODUITS INACTIFS : SEULS DES PRODUITS        *
      *               INACTIFS (API7.PRODUCTS.ACTIVE = 'N') OU        *
      *               SUPPRIMES L'UTILISENT ENCORE ;                  *
      *             - 3 HORS NOMENCLATURE : AUCUNE LIGNE FNBOMX EN    *
      *               VIGUEUR NE L'UTILISE ;                          *
      *             - 4 SANS MOUVEMENT : UTILISEE PAR UN PRODUIT      *
      *               ACTIF MAIS SANS MOUVEMENT SUR LES HISTORIQUES   *
      *               CUMULES DE STKPARTS (FNPTMHST) ET ASMBUILD      *
      *               (FNPTMOVA) DEPUIS SLOWMON=NN MOIS (12 PAR       *
      *               DEFAUT).                                        *
      *             CHAQUE PIECE EST VALORISEE AU COUT PTCOST03 ET    *
      *             RECOIT UN TAUX DE PROVISION SUGGERE SELON         *
      *             L'ANCIENNETE DE SON DERNIER MOUVEMENT (MOINS DE 6 *
      *             MOIS 0 %, 6 A 11 MOIS 25 %, 12 A 23 MOIS 50 %, 24 *
      *             MOIS ET PLUS OU JAMAIS 100 %) ; LE RAPPORT DONNE  *
      *             LES TOTAUX VALEUR ET PROVISION PAR CLASSE ET PAR  *
      *             TRANCHE D'ANCIENNETE.                             *
      *             LE CONTROLEUR VALIDE LA MISE AU REBUT PAR CARTES  *
      *             SCRAP=ppp : POUR CHAQUE PIECE VALIDEE (CLASSES 2  *
      *             A 4), LE STOCK ENTIER EST SORTI PAR MOUVEMENTS    *
      *             'S' AU FORMAT STKPARTS SUR FNPTDISP, A PASSER     *
      *             PAR STKPARTS. UNE PIECE DE CLASSE 1 OU INCONNUE   *
      *             N'EST PAS SORTIE (RETURN-CODE 4).                 *
      * ENTREE    : SYSIN (SLOWMON=, SCRAP= FACULTATIVES), PARTS03,   *
      *             PTQOH03 (STOCK), PTCOST03 (COUTS, FACULTATIF),    *
      *             FNBOMX (NOMENCLATURE), FNPTMHST ET FNPTMOVA       *
      *             (HISTORIQUES DE MOUVEMENTS, FACULTATIFS),         *
      *             API7.PRODUCTS EN BASE DB2                         *
      * SORTIE    : RAPPORT (FREPORT), FNPTDISP (MOUVEMENTS DE MISE   *
      *             AU REBUT POUR STKPARTS)                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT PARTS-FILE
               ASSIGN TO PARTS03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PART-NO
               FILE STATUS IS WS-PT-STATUS.

           SELECT QOH-FILE
               ASSIGN TO PTQOH03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QH-PART-NO
               FILE STATUS IS WS-QH-STATUS.

           SELECT COST-FILE
               ASSIGN TO PTCOST03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-PART-NO
               FILE STATUS IS WS-CT-STATUS.

           SELECT BOM-FILE
               ASSIGN TO FNBOMX
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BX-STATUS.

      * HISTORIQUE CUMULE DES MOUVEMENTS APPLIQUES PAR STKPARTS
           SELECT PTMOV-FILE
               ASSIGN TO FNPTMHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

      * SORTIES DE PIECES POUR ASSEMBLAGE CUMULEES PAR ASMBUILD
           SELECT PTMOVA-FILE
               ASSIGN TO FNPTMOVA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MA-STATUS.

      * MOUVEMENTS DE MISE AU REBUT (ENTREE DE STKPARTS)
           SELECT DISPOSAL-FILE
               ASSIGN TO FNPTDISP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * MEME DISPOSITION QUE PARTSX-REC DANS ADDP03 (51 OCTETS)
       FD  PARTS-FILE.
       01 PARTS-RECORD.
          05 PT-PART-NO           PIC X(3).
          05 PT-PART-NAME         PIC X(20).
          05 PT-COLOR             PIC X(10).
          05 PT-WEIGHT            PIC 9(3).
          05 PT-CITY              PIC X(15).

      * MEME DISPOSITION QUE QOH-RECORD DANS STKPARTS
       FD  QOH-FILE.
       01 QOH-RECORD.
          05 QH-PART-NO           PIC X(3).
          05 QH-QTY               PIC 9(7).

      * MEME DISPOSITION QUE COST-RECORD DANS CSTPARTS
       FD  COST-FILE.
       01 COST-RECORD.
          05 CT-PART-NO           PIC X(3).
          05 CT-UNIT-COST         PIC 9(5)V99.

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

      * MEME DISPOSITION QUE HISTORY-RECORD DANS STKPARTS
       FD  PTMOV-FILE.
       01 PTMOV-RECORD.
          05 PM-PART-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 PM-DIRECTION         PIC X(1).
          05 FILLER               PIC X(1).
          05 PM-QTY-TXT           PIC X(5).
          05 FILLER               PIC X(1).
          05 PM-REASON            PIC X(20).
          05 FILLER               PIC X(1).
          05 PM-DATE              PIC X(10).

      * MEME DISPOSITION QUE MOVEMENT-RECORD DANS STKPARTS
       FD  PTMOVA-FILE.
       01 PTMOVA-RECORD.
          05 PA-PART-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 PA-DIRECTION         PIC X(1).
          05 FILLER               PIC X(1).
          05 PA-QTY-TXT           PIC X(5).
          05 FILLER               PIC X(1).
          05 PA-REASON            PIC X(20).
          05 FILLER               PIC X(1).
          05 PA-DATE              PIC X(10).

      * MEME DISPOSITION QUE MOVEMENT-RECORD DANS STKPARTS
       FD  DISPOSAL-FILE.
       01 DISPOSAL-RECORD.
          05 DP-PART-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DP-DIRECTION         PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DP-QTY-TXT           PIC X(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DP-REASON            PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DP-DATE              PIC X(10).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-PT-STATUS            PIC XX         VALUE SPACES.
          88 WS-PT-OK                            VALUE '00'.
          88 WS-PT-EOF                           VALUE '10'.

       01 WS-QH-STATUS            PIC XX         VALUE SPACES.
          88 WS-QH-OK                            VALUE '00'.

       01 WS-CT-STATUS            PIC XX         VALUE SPACES.
          88 WS-CT-OK                            VALUE '00'.

       01 WS-BX-STATUS            PIC XX         VALUE SPACES.
          88 WS-BX-OK                            VALUE '00'.
          88 WS-BX-EOF                           VALUE '10'.

       01 WS-MV-STATUS            PIC XX         VALUE SPACES.
          88 WS-MV-OK                            VALUE '00'.
          88 WS-MV-EOF                           VALUE '10'.

       01 WS-MA-STATUS            PIC XX         VALUE SPACES.
          88 WS-MA-OK                            VALUE '00'.
          88 WS-MA-EOF                           VALUE '10'.

       01 WS-DP-STATUS            PIC XX         VALUE SPACES.
          88 WS-DP-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * PTCOST03 ABSENT : COUTS COMPTES A ZERO
       01 WS-COST-AVAILABLE-SW    PIC X          VALUE 'N'.
          88 WS-COST-AVAILABLE                   VALUE 'Y'.

      * DATE DU JOUR ET SEUIL DE ROTATION LENTE (CARTE SLOWMON=NN)
       01 WS-TODAY-DATE           PIC X(10)      VALUE SPACES.
       01 WS-TODAY-MONTHS         PIC 9(6)       VALUE ZERO.
       01 WS-SLOW-MONTHS          PIC 9(2)       VALUE 12.

      * PRODUITS DEJA CONTROLES DANS API7.PRODUCTS (ACTIF O/N)
       01 WS-PROD-TABLE.
          05 WS-PR-ENTRY OCCURS 1000 TIMES INDEXED BY PR-IX.
             10 WS-PR-PROD        PIC X(3).
             10 WS-PR-ACTIVE      PIC X(1).
       01 WS-PROD-COUNT           PIC 9(4)       VALUE ZERO.
       01 WS-PROD-MAX             PIC 9(4)       VALUE 1000.
       01 WS-CUR-ACTIVE           PIC X(1)       VALUE SPACES.

      * EMPLOI DE CHAQUE PIECE DANS LA NOMENCLATURE EN VIGUEUR CE
      * JOUR : NOMBRE DE PRODUITS ACTIFS ET INACTIFS QUI L'UTILISENT
       01 WS-USE-TABLE.
          05 WS-US-ENTRY OCCURS 2000 TIMES INDEXED BY US-IX.
             10 WS-US-PART        PIC X(3).
             10 WS-US-ACTIVE      PIC 9(4)       COMP-3.
             10 WS-US-INACTIVE    PIC 9(4)       COMP-3.
       01 WS-USE-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-USE-MAX              PIC 9(4)       VALUE 2000.

      * DATE DU DERNIER MOUVEMENT CONNU PAR PIECE
       01 WS-MOVE-TABLE.
          05 WS-LM-ENTRY OCCURS 2000 TIMES INDEXED BY LM-IX.
             10 WS-LM-PART        PIC X(3).
             10 WS-LM-DATE        PIC X(10).
       01 WS-MOVE-COUNT           PIC 9(4)       VALUE ZERO.
       01 WS-MOVE-MAX             PIC 9(4)       VALUE 2000.
       01 WS-MOVE-PART            PIC X(3)       VALUE SPACES.
       01 WS-MOVE-DATE            PIC X(10)      VALUE SPACES.

      * TABLE DES DEBORDEMENTS : UN DEBORDEMENT FAUSSERAIT LE
      * CLASSEMENT, LE RAPPORT EST ALORS ANNOTE ET LE RETURN-CODE 8
       01 WS-OVERFLOW-SW          PIC X          VALUE 'N'.
          88 WS-OVERFLOW                         VALUE 'Y'.

      * PIECES VALIDEES POUR LA MISE AU REBUT (CARTES SCRAP=ppp)
       01 WS-SCRAP-TABLE.
          05 WS-SC-ENTRY OCCURS 200 TIMES INDEXED BY SC-IX.
             10 WS-SC-PART        PIC X(3).
             10 WS-SC-DONE        PIC X(1).
       01 WS-SCRAP-COUNT          PIC 9(3)       VALUE ZERO.
       01 WS-SCRAP-MAX            PIC 9(3)       VALUE 200.
       01 WS-SCRAP-SW             PIC X          VALUE 'N'.
          88 WS-SCRAP-SIGNED                     VALUE 'Y'.

      * PIECE EN COURS DE CLASSEMENT
       01 WS-PART-QTY             PIC 9(7)       VALUE ZERO.
       01 WS-UNIT-COST            PIC 9(5)V99    VALUE ZERO.
       01 WS-PART-VALUE           PIC S9(9)V99   COMP-3 VALUE +0.
       01 WS-PART-PROVISION       PIC S9(9)V99   COMP-3 VALUE +0.
       01 WS-LAST-MOVE            PIC X(10)      VALUE SPACES.
       01 WS-LAST-MONTHS          PIC 9(6)       VALUE ZERO.
       01 WS-AGE-MONTHS           PIC 9(3)       VALUE ZERO.
       01 WS-NEVER-MOVED-SW       PIC X          VALUE 'N'.
          88 WS-NEVER-MOVED                      VALUE 'Y'.
       01 WS-CLASS                PIC 9(1)       VALUE ZERO.
          88 WS-CLASS-USED                       VALUE 1.
          88 WS-CLASS-INACTIVE                   VALUE 2.
          88 WS-CLASS-NO-BOM                     VALUE 3.
          88 WS-CLASS-SLOW                       VALUE 4.
       01 WS-BAND                 PIC 9(1)       VALUE ZERO.
       01 WS-PROV-PCT             PIC 9(3)       VALUE ZERO.
       01 WS-DISPOSE-QTY          PIC 9(7)       VALUE ZERO.
       01 WS-MOVE-QTY             PIC 9(5)       VALUE ZERO.

      * TAUX DE PROVISION SUGGERE PAR TRANCHE D'ANCIENNETE DU DERNIER
      * MOUVEMENT : MOINS DE 6 MOIS, 6 A 11, 12 A 23, 24 ET PLUS OU
      * JAMAIS
       01 WS-BAND-PCT-VALUES.
          05 FILLER               PIC 9(3)       VALUE 0.
          05 FILLER               PIC 9(3)       VALUE 25.
          05 FILLER               PIC 9(3)       VALUE 50.
          05 FILLER               PIC 9(3)       VALUE 100.
       01 WS-BAND-PCT-TABLE REDEFINES WS-BAND-PCT-VALUES.
          05 WS-BAND-PCT          PIC 9(3)       OCCURS 4 TIMES.

      * TOTAUX PAR CLASSE ET PAR TRANCHE
       01 WS-CLASS-TOTALS.
          05 WS-CL-ENTRY OCCURS 4 TIMES.
             10 WS-CL-PARTS       PIC 9(5)       VALUE ZERO.
             10 WS-CL-VALUE       PIC S9(9)V99   COMP-3 VALUE +0.
             10 WS-CL-PROVISION   PIC S9(9)V99   COMP-3 VALUE +0.
       01 WS-BAND-TOTALS.
          05 WS-BD-ENTRY OCCURS 4 TIMES.
             10 WS-BD-PARTS       PIC 9(5)       VALUE ZERO.
             10 WS-BD-VALUE       PIC S9(9)V99   COMP-3 VALUE +0.
             10 WS-BD-PROVISION   PIC S9(9)V99   COMP-3 VALUE +0.
       01 WS-IX                   PIC 9(1)       VALUE ZERO.

      * COMPTEURS
       01 WS-COUNTERS.
          05 WS-PARTS-READ        PIC 9(5)       VALUE ZERO.
          05 WS-PARTS-LISTED      PIC 9(5)       VALUE ZERO.
          05 WS-PARTS-NO-COST     PIC 9(5)       VALUE ZERO.
          05 WS-BOM-LINES-USED    PIC 9(5)       VALUE ZERO.
          05 WS-MOVES-READ        PIC 9(7)       VALUE ZERO.
          05 WS-PARTS-DISPOSED    PIC 9(5)       VALUE ZERO.
          05 WS-DISPOSAL-RECORDS  PIC 9(5)       VALUE ZERO.
          05 WS-SCRAP-REFUSED     PIC 9(5)       VALUE ZERO.
          05 WS-TOTAL-VALUE       PIC S9(11)V99  COMP-3 VALUE +0.
          05 WS-TOTAL-PROVISION   PIC S9(11)V99  COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE.
             10 FILLER            PIC X(46)      VALUE
                'STOCK DE PIECES OBSOLETES ET A ROTATION LENTE '.
             10 FILLER            PIC X(86)      VALUE
                '(PTQOH03 / PTCOST03 / FNBOMX)'.
          05 WS-PARM-LINE.
             10 FILLER            PIC X(18)      VALUE
                'SITUATION AU    : '.
             10 WS-RPT-TODAY      PIC X(10).
             10 FILLER            PIC X(36)      VALUE
                '   SANS MOUVEMENT DEPUIS (MOIS)   : '.
             10 WS-RPT-SLOW       PIC Z9.
          05 WS-COLUMN-LINE.
             10 FILLER            PIC X(50)      VALUE
                'PCE NOM                  CLASSE                   '.
             10 FILLER            PIC X(50)      VALUE
                ' QTE COUT UNIT        VALEUR DERN. MVT  AGE %PR   '.
             10 FILLER            PIC X(32)      VALUE
                '  PROVISION NOTE'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 WS-RPT-PART       PIC X(3).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-NAME       PIC X(20).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-CLASS      PIC X(19).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-QTY        PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-COST       PIC ZZ,ZZ9.99.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-VALUE      PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-LAST       PIC X(10).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-AGE        PIC X(3).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-PCT        PIC ZZ9.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-PROV       PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-NOTE       PIC X(20).
          05 WS-AGE-EDIT          PIC ZZ9.
          05 WS-TOTAL-HDR         PIC X(132)     VALUE
                'TOTAUX PAR CLASSE'.
          05 WS-BAND-HDR          PIC X(132)     VALUE
                'TOTAUX PAR ANCIENNETE DU DERNIER MOUVEMENT'.
          05 WS-TOTAL-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-T-LABEL    PIC X(24).
             10 FILLER            PIC X(9)       VALUE ' PIECES: '.
             10 WS-RPT-T-PARTS    PIC ZZ,ZZ9.
             10 FILLER            PIC X(10)      VALUE '  VALEUR: '.
             10 WS-RPT-T-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(13)      VALUE
                '  PROVISION: '.
             10 WS-RPT-T-PROV     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-GRAND-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 FILLER            PIC X(24)      VALUE
                'TOTAL STOCK PIECES'.
             10 FILLER            PIC X(9)       VALUE ' PIECES: '.
             10 WS-RPT-G-PARTS    PIC ZZ,ZZ9.
             10 FILLER            PIC X(10)      VALUE '  VALEUR: '.
             10 WS-RPT-G-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(13)      VALUE
                '  PROVISION: '.
             10 WS-RPT-G-PROV     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DISPOSAL-LINE.
             10 FILLER            PIC X(27)      VALUE
                'MISES AU REBUT VALIDEES  : '.
             10 WS-RPT-D-PARTS    PIC ZZ,ZZ9.
             10 FILLER            PIC X(24)      VALUE
                ' - MOUVEMENTS FNPTDISP: '.
             10 WS-RPT-D-RECS     PIC ZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE ' - REFUSEES: '.
             10 WS-RPT-D-REFUSED  PIC ZZ,ZZ9.
          05 WS-UNKNOWN-SCRAP-LINE.
             10 FILLER            PIC X(37)      VALUE
                '   CARTE SCRAP= SANS PIECE EN STOCK: '.
             10 WS-RPT-U-PART     PIC X(3).
          05 WS-OVERFLOW-LINE.
             10 FILLER            PIC X(41)      VALUE
                '*** TABLE DE TRAVAIL SATUREE : CLASSEMENT'.
             10 FILLER            PIC X(91)      VALUE
                ' INCOMPLET, A RELANCER APRES AGRANDISSEMENT ***'.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01 H-PROD-NO               PIC X(3).
       01 H-ACTIVE                PIC X(1).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-BOM-USAGE
           PERFORM LOAD-LAST-MOVEMENTS
           PERFORM PROCESS-PARTS
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                                *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME PARTOBS'
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           COMPUTE WS-TODAY-MONTHS =
                   FUNCTION NUMVAL(WS-TODAY-DATE(1:4)) * 12
                 + FUNCTION NUMVAL(WS-TODAY-DATE(6:2))
           PERFORM READ-SYSIN-CARDS

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PARTS-FILE
           IF NOT WS-PT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PARTS03: '
                      WS-PT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              GOBACK
           END-IF

           OPEN INPUT QOH-FILE
           IF NOT WS-QH-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PTQOH03: '
                      WS-QH-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE PARTS-FILE
              CLOSE REPORT-FILE
              GOBACK
           END-IF

           OPEN INPUT COST-FILE
           IF WS-CT-OK
              MOVE 'Y' TO WS-COST-AVAILABLE-SW
           ELSE
              DISPLAY 'PAS DE FICHIER DE COUTS PTCOST03 ('
                      WS-CT-STATUS '), COUTS PIECES COMPTES A ZERO'
           END-IF

           OPEN OUTPUT DISPOSAL-FILE
           IF NOT WS-DP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DE REBUT FNPTDISP: '
                      WS-DP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           MOVE WS-TODAY-DATE  TO WS-RPT-TODAY
           MOVE WS-SLOW-MONTHS TO WS-RPT-SLOW
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-PARM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN (SLOWMON=NN, SCRAP=ppp) ; SYSIN      *
      * ABSENT : SEUIL DE 12 MOIS, AUCUNE MISE AU REBUT               *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF NOT WS-SI-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-EOF
              READ SYSIN-FILE
                 AT END MOVE '10' TO WS-SI-STATUS
                 NOT AT END
                    IF SYSIN-RECORD(1:8) = 'SLOWMON='
                       AND SYSIN-RECORD(9:2) IS NUMERIC
                       AND SYSIN-RECORD(9:2) NOT = '00'
                       MOVE SYSIN-RECORD(9:2) TO WS-SLOW-MONTHS
                    END-IF
                    IF SYSIN-RECORD(1:6) = 'SCRAP='
                       AND SYSIN-RECORD(7:3) NOT = SPACES
                       PERFORM ADD-SCRAP-CARD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SYSIN-FILE
           .

       ADD-SCRAP-CARD.
           IF WS-SCRAP-COUNT >= WS-SCRAP-MAX
              DISPLAY 'TROP DE CARTES SCRAP=, IGNOREE: '
                      SYSIN-RECORD(7:3)
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCRAP-COUNT
           MOVE SYSIN-RECORD(7:3) TO WS-SC-PART(WS-SCRAP-COUNT)
           MOVE 'N'               TO WS-SC-DONE(WS-SCRAP-COUNT)
           .

      *****************************************************************
      * EMPLOI DES PIECES : LIGNES FNBOMX EN VIGUEUR CE JOUR (DU <=   *
      * DATE < AU, DATES A BLANC = DE TOUT TEMPS), PRODUIT ACTIF OU   *
      * NON SELON API7.PRODUCTS. SANS NOMENCLATURE, TOUTES LES PIECES *
      * PASSERAIENT HORS NOMENCLATURE : LE RUN EST ARRETE             *
      *****************************************************************
       LOAD-BOM-USAGE.
           OPEN INPUT BOM-FILE
           IF NOT WS-BX-OK
              DISPLAY 'ERREUR OUVERTURE NOMENCLATURE FNBOMX: '
                      WS-BX-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END PERFORM LOAD-ONE-BOM-ROW
              END-READ
           END-PERFORM
           CLOSE BOM-FILE
           DISPLAY 'LIGNES DE NOMENCLATURE EN VIGUEUR: '
                   WS-BOM-LINES-USED
           .

       LOAD-ONE-BOM-ROW.
           IF BX-EFF-FROM NOT = SPACES
              AND BX-EFF-FROM > WS-TODAY-DATE
              EXIT PARAGRAPH
           END-IF
           IF BX-EFF-TO NOT = SPACES
              AND BX-EFF-TO NOT > WS-TODAY-DATE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOM-LINES-USED
           PERFORM GET-PRODUCT-ACTIVE

           SET US-IX TO 1
           SEARCH WS-US-ENTRY
              AT END
                 PERFORM ADD-USE-ENTRY
              WHEN US-IX > WS-USE-COUNT
                 PERFORM ADD-USE-ENTRY
              WHEN WS-US-PART(US-IX) = BX-PART-NO
                 PERFORM COUNT-USE
           END-SEARCH
           .

       ADD-USE-ENTRY.
           IF WS-USE-COUNT >= WS-USE-MAX
              DISPLAY 'TABLE D''EMPLOI DES PIECES PLEINE: '
                      BX-PART-NO
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USE-COUNT
           SET US-IX TO WS-USE-COUNT
           MOVE BX-PART-NO TO WS-US-PART(US-IX)
           MOVE ZERO       TO WS-US-ACTIVE(US-IX)
           MOVE ZERO       TO WS-US-INACTIVE(US-IX)
           PERFORM COUNT-USE
           .

       COUNT-USE.
           IF WS-CUR-ACTIVE = 'N'
              ADD 1 TO WS-US-INACTIVE(US-IX)
           ELSE
              ADD 1 TO WS-US-ACTIVE(US-IX)
           END-IF
           .

      *****************************************************************
      * ETAT ACTIF DU PRODUIT BX-PROD-NO (WS-CUR-ACTIVE), LU UNE FOIS *
      * PAR PRODUIT. UN PRODUIT SUPPRIME PAR DISCPRODS EST INACTIF ;  *
      * UNE ERREUR DB2 LAISSE LE PRODUIT ACTIF (PAS DE PROVISION A    *
      * TORT)                                                         *
      *****************************************************************
       GET-PRODUCT-ACTIVE.
           SET PR-IX TO 1
           SEARCH WS-PR-ENTRY
              AT END
                 CONTINUE
              WHEN PR-IX > WS-PROD-COUNT
                 CONTINUE
              WHEN WS-PR-PROD(PR-IX) = BX-PROD-NO
                 MOVE WS-PR-ACTIVE(PR-IX) TO WS-CUR-ACTIVE
                 EXIT PARAGRAPH
           END-SEARCH

           MOVE BX-PROD-NO TO H-PROD-NO
           EXEC SQL
               SELECT COALESCE(ACTIVE,'Y') INTO :H-ACTIVE
                 FROM API7.PRODUCTS
                WHERE P_NO = :H-PROD-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE H-ACTIVE TO WS-CUR-ACTIVE
              WHEN 100
                 MOVE 'N' TO WS-CUR-ACTIVE
              WHEN OTHER
                 DISPLAY 'ERREUR LECTURE PRODUIT ' BX-PROD-NO
                         ' SQLCODE ' SQLCODE
                 MOVE 'Y' TO WS-CUR-ACTIVE
           END-EVALUATE

           IF WS-PROD-COUNT < WS-PROD-MAX
              ADD 1 TO WS-PROD-COUNT
              MOVE BX-PROD-NO    TO WS-PR-PROD(WS-PROD-COUNT)
              MOVE WS-CUR-ACTIVE TO WS-PR-ACTIVE(WS-PROD-COUNT)
           END-IF
           .

      *****************************************************************
      * DERNIER MOUVEMENT PAR PIECE SUR LES HISTORIQUES CUMULES DE    *
      * STKPARTS (FNPTMHST) ET ASMBUILD (FNPTMOVA), TOUS DEUX         *
      * FACULTATIFS ; UNE DATE INVALIDE EST IGNOREE                   *
      *****************************************************************
       LOAD-LAST-MOVEMENTS.
           OPEN INPUT PTMOV-FILE
           IF WS-MV-OK
              PERFORM UNTIL WS-MV-EOF
                 READ PTMOV-FILE
                    AT END MOVE '10' TO WS-MV-STATUS
                    NOT AT END
                       MOVE PM-PART-NO TO WS-MOVE-PART
                       MOVE PM-DATE    TO WS-MOVE-DATE
                       PERFORM RECORD-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE PTMOV-FILE
           ELSE
              DISPLAY 'PAS D''HISTORIQUE STKPARTS FNPTMHST ('
                      WS-MV-STATUS ')'
           END-IF

           OPEN INPUT PTMOVA-FILE
           IF WS-MA-OK
              PERFORM UNTIL WS-MA-EOF
                 READ PTMOVA-FILE
                    AT END MOVE '10' TO WS-MA-STATUS
                    NOT AT END
                       MOVE PA-PART-NO TO WS-MOVE-PART
                       MOVE PA-DATE    TO WS-MOVE-DATE
                       PERFORM RECORD-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE PTMOVA-FILE
           ELSE
              DISPLAY 'PAS DE MOUVEMENTS ASMBUILD FNPTMOVA ('
                      WS-MA-STATUS ')'
           END-IF
           DISPLAY 'MOUVEMENTS LUS: ' WS-MOVES-READ
           .

       RECORD-MOVEMENT.
           ADD 1 TO WS-MOVES-READ
           IF WS-MOVE-DATE(1:4) NOT NUMERIC
              OR WS-MOVE-DATE(5:1) NOT = '-'
              OR WS-MOVE-DATE(6:2) NOT NUMERIC
              OR WS-MOVE-DATE(8:1) NOT = '-'
              OR WS-MOVE-DATE(9:2) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           SET LM-IX TO 1
           SEARCH WS-LM-ENTRY
              AT END
                 PERFORM ADD-MOVE-ENTRY
              WHEN LM-IX > WS-MOVE-COUNT
                 PERFORM ADD-MOVE-ENTRY
              WHEN WS-LM-PART(LM-IX) = WS-MOVE-PART
                 IF WS-MOVE-DATE > WS-LM-DATE(LM-IX)
                    MOVE WS-MOVE-DATE TO WS-LM-DATE(LM-IX)
                 END-IF
           END-SEARCH
           .

       ADD-MOVE-ENTRY.
           IF WS-MOVE-COUNT >= WS-MOVE-MAX
              DISPLAY 'TABLE DES DERNIERS MOUVEMENTS PLEINE: '
                      WS-MOVE-PART
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVE-COUNT
           MOVE WS-MOVE-PART TO WS-LM-PART(WS-MOVE-COUNT)
           MOVE WS-MOVE-DATE TO WS-LM-DATE(WS-MOVE-COUNT)
           .

      *****************************************************************
      * PARCOURS DES PIECES PARTS03 : SEULES LES PIECES EN STOCK      *
      * (PTQOH03 > 0) SONT CLASSEES ET VALORISEES                     *
      *****************************************************************
       PROCESS-PARTS.
           PERFORM READ-NEXT-PART
           PERFORM UNTIL WS-PT-EOF
              PERFORM PROCESS-ONE-PART
              PERFORM READ-NEXT-PART
           END-PERFORM
           .

       READ-NEXT-PART.
           READ PARTS-FILE NEXT RECORD
           IF WS-PT-OK
              ADD 1 TO WS-PARTS-READ
           ELSE
              IF NOT WS-PT-EOF
                 DISPLAY 'ERREUR LECTURE PARTS03, STATUS: '
                         WS-PT-STATUS
                 MOVE '10' TO WS-PT-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

       PROCESS-ONE-PART.
           MOVE PT-PART-NO TO QH-PART-NO
           READ QOH-FILE
           IF NOT WS-QH-OK OR QH-QTY = ZERO
              MOVE '00' TO WS-QH-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE QH-QTY TO WS-PART-QTY
           MOVE SPACES TO WS-RPT-NOTE

           MOVE ZERO TO WS-UNIT-COST
           IF WS-COST-AVAILABLE
              MOVE PT-PART-NO TO CT-PART-NO
              READ COST-FILE
              IF WS-CT-OK
                 MOVE CT-UNIT-COST TO WS-UNIT-COST
              ELSE
                 MOVE '00' TO WS-CT-STATUS
              END-IF
           END-IF
           IF WS-UNIT-COST = ZERO
              ADD 1 TO WS-PARTS-NO-COST
              MOVE 'SANS COUT PTCOST03' TO WS-RPT-NOTE
           END-IF
           COMPUTE WS-PART-VALUE = WS-PART-QTY * WS-UNIT-COST

           PERFORM FIND-LAST-MOVE
           PERFORM CLASSIFY-PART
           PERFORM SET-AGE-BAND
           COMPUTE WS-PART-PROVISION ROUNDED =
                   WS-PART-VALUE * WS-PROV-PCT / 100

           ADD 1                 TO WS-CL-PARTS(WS-CLASS)
           ADD WS-PART-VALUE     TO WS-CL-VALUE(WS-CLASS)
           ADD WS-PART-PROVISION TO WS-CL-PROVISION(WS-CLASS)
           ADD 1                 TO WS-BD-PARTS(WS-BAND)
           ADD WS-PART-VALUE     TO WS-BD-VALUE(WS-BAND)
           ADD WS-PART-PROVISION TO WS-BD-PROVISION(WS-BAND)
           ADD WS-PART-VALUE     TO WS-TOTAL-VALUE
           ADD WS-PART-PROVISION TO WS-TOTAL-PROVISION
           ADD 1                 TO WS-PARTS-LISTED

           PERFORM CHECK-SCRAP-SIGNOFF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * DATE ET ANCIENNETE (EN MOIS CALENDAIRES) DU DERNIER MOUVEMENT *
      *****************************************************************
       FIND-LAST-MOVE.
           MOVE SPACES TO WS-LAST-MOVE
           MOVE 'Y' TO WS-NEVER-MOVED-SW
           MOVE 999 TO WS-AGE-MONTHS
           SET LM-IX TO 1
           SEARCH WS-LM-ENTRY
              AT END
                 CONTINUE
              WHEN LM-IX > WS-MOVE-COUNT
                 CONTINUE
              WHEN WS-LM-PART(LM-IX) = PT-PART-NO
                 MOVE WS-LM-DATE(LM-IX) TO WS-LAST-MOVE
                 MOVE 'N' TO WS-NEVER-MOVED-SW
           END-SEARCH
           IF WS-NEVER-MOVED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-MONTHS =
                   FUNCTION NUMVAL(WS-LAST-MOVE(1:4)) * 12
                 + FUNCTION NUMVAL(WS-LAST-MOVE(6:2))
           IF WS-LAST-MONTHS >= WS-TODAY-MONTHS
              MOVE ZERO TO WS-AGE-MONTHS
           ELSE
              IF WS-TODAY-MONTHS - WS-LAST-MONTHS > 998
                 MOVE 998 TO WS-AGE-MONTHS
              ELSE
                 COMPUTE WS-AGE-MONTHS =
                         WS-TODAY-MONTHS - WS-LAST-MONTHS
              END-IF
           END-IF
           .

      *****************************************************************
      * CLASSE DE LA PIECE : L'EMPLOI PAR UN PRODUIT ACTIF PRIME ;    *
      * UNE PIECE UTILISEE MAIS IMMOBILE DEPUIS LE SEUIL PASSE EN     *
      * CLASSE 4                                                      *
      *****************************************************************
       CLASSIFY-PART.
           MOVE 3 TO WS-CLASS
           SET US-IX TO 1
           SEARCH WS-US-ENTRY
              AT END
                 CONTINUE
              WHEN US-IX > WS-USE-COUNT
                 CONTINUE
              WHEN WS-US-PART(US-IX) = PT-PART-NO
                 IF WS-US-ACTIVE(US-IX) > 0
                    MOVE 1 TO WS-CLASS
                 ELSE
                    MOVE 2 TO WS-CLASS
                 END-IF
           END-SEARCH
           IF WS-CLASS-USED
              AND WS-AGE-MONTHS >= WS-SLOW-MONTHS
              MOVE 4 TO WS-CLASS
           END-IF
           .

      *****************************************************************
      * TRANCHE D'ANCIENNETE ET TAUX DE PROVISION SUGGERE             *
      *****************************************************************
       SET-AGE-BAND.
           EVALUATE TRUE
              WHEN WS-AGE-MONTHS < 6
                 MOVE 1 TO WS-BAND
              WHEN WS-AGE-MONTHS < 12
                 MOVE 2 TO WS-BAND
              WHEN WS-AGE-MONTHS < 24
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
           END-EVALUATE
           MOVE WS-BAND-PCT(WS-BAND) TO WS-PROV-PCT
           .

      *****************************************************************
      * MISE AU REBUT VALIDEE PAR LE CONTROLEUR (CARTE SCRAP=) : LE   *
      * STOCK ENTIER EST SORTI, EN PLUSIEURS MOUVEMENTS SI LA         *
      * QUANTITE DEPASSE LA CAPACITE DU MOUVEMENT (99999) ; UNE PIECE *
      * ENCORE UTILISEE (CLASSE 1) EST REFUSEE                        *
      *****************************************************************
       CHECK-SCRAP-SIGNOFF.
           MOVE 'N' TO WS-SCRAP-SW
           SET SC-IX TO 1
           SEARCH WS-SC-ENTRY
              AT END
                 CONTINUE
              WHEN SC-IX > WS-SCRAP-COUNT
                 CONTINUE
              WHEN WS-SC-PART(SC-IX) = PT-PART-NO
                 MOVE 'Y' TO WS-SCRAP-SW
                 MOVE 'Y' TO WS-SC-DONE(SC-IX)
           END-SEARCH
           IF NOT WS-SCRAP-SIGNED
              EXIT PARAGRAPH
           END-IF
           IF WS-CLASS-USED
              ADD 1 TO WS-SCRAP-REFUSED
              MOVE 'REBUT REFUSE (UTIL.)' TO WS-RPT-NOTE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PARTS-DISPOSED
           MOVE 'MISE AU REBUT' TO WS-RPT-NOTE
           MOVE WS-PART-QTY TO WS-DISPOSE-QTY
           PERFORM WRITE-DISPOSAL-RECORD
              UNTIL WS-DISPOSE-QTY = ZERO
           .

       WRITE-DISPOSAL-RECORD.
           IF WS-DISPOSE-QTY > 99999
              MOVE 99999 TO WS-MOVE-QTY
           ELSE
              MOVE WS-DISPOSE-QTY TO WS-MOVE-QTY
           END-IF
           SUBTRACT WS-MOVE-QTY FROM WS-DISPOSE-QTY
           MOVE SPACES          TO DISPOSAL-RECORD
           MOVE PT-PART-NO      TO DP-PART-NO
           MOVE 'S'             TO DP-DIRECTION
           MOVE WS-MOVE-QTY     TO DP-QTY-TXT
           MOVE 'MISE AU REBUT' TO DP-REASON
           MOVE WS-TODAY-DATE   TO DP-DATE
           WRITE DISPOSAL-RECORD
           IF WS-DP-OK
              ADD 1 TO WS-DISPOSAL-RECORDS
           ELSE
              DISPLAY 'ERREUR ECRITURE FNPTDISP ' PT-PART-NO
                      ' STATUS ' WS-DP-STATUS
              MOVE '00' TO WS-DP-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * ECRITURE LIGNE DE DETAIL                                      *
      *****************************************************************
       WRITE-DETAIL-LINE.
           MOVE PT-PART-NO   TO WS-RPT-PART
           MOVE PT-PART-NAME TO WS-RPT-NAME
           PERFORM SET-CLASS-LABEL
           MOVE WS-RPT-T-LABEL TO WS-RPT-CLASS
           MOVE WS-PART-QTY  TO WS-RPT-QTY
           MOVE WS-UNIT-COST TO WS-RPT-COST
           MOVE WS-PART-VALUE TO WS-RPT-VALUE
           IF WS-NEVER-MOVED
              MOVE 'JAMAIS' TO WS-RPT-LAST
              MOVE SPACES   TO WS-RPT-AGE
           ELSE
              MOVE WS-LAST-MOVE  TO WS-RPT-LAST
              MOVE WS-AGE-MONTHS TO WS-AGE-EDIT
              MOVE WS-AGE-EDIT   TO WS-RPT-AGE
           END-IF
           MOVE WS-PROV-PCT       TO WS-RPT-PCT
           MOVE WS-PART-PROVISION TO WS-RPT-PROV
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       SET-CLASS-LABEL.
           EVALUATE WS-CLASS
              WHEN 1
                 MOVE '1 UTILISEE'         TO WS-RPT-T-LABEL
              WHEN 2
                 MOVE '2 PRODUITS INACTIFS' TO WS-RPT-T-LABEL
              WHEN 3
                 MOVE '3 HORS NOMENCLATURE' TO WS-RPT-T-LABEL
              WHEN OTHER
                 MOVE '4 SANS MOUVEMENT'   TO WS-RPT-T-LABEL
           END-EVALUATE
           .

       SET-BAND-LABEL.
           EVALUATE WS-IX
              WHEN 1
                 MOVE 'MOINS DE 6 MOIS'      TO WS-RPT-T-LABEL
              WHEN 2
                 MOVE '6 A 11 MOIS'          TO WS-RPT-T-LABEL
              WHEN 3
                 MOVE '12 A 23 MOIS'         TO WS-RPT-T-LABEL
              WHEN OTHER
                 MOVE '24 MOIS ET + / JAMAIS' TO WS-RPT-T-LABEL
           END-EVALUATE
           .

      *****************************************************************
      * FINALISATION : TOTAUX PAR CLASSE ET PAR TRANCHE, CARTES       *
      * SCRAP= RESTEES SANS PIECE EN STOCK                            *
      *****************************************************************
       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-TOTAL-HDR
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
              MOVE WS-IX TO WS-CLASS
              PERFORM SET-CLASS-LABEL
              MOVE WS-CL-PARTS(WS-IX)     TO WS-RPT-T-PARTS
              MOVE WS-CL-VALUE(WS-IX)     TO WS-RPT-T-VALUE
              MOVE WS-CL-PROVISION(WS-IX) TO WS-RPT-T-PROV
              WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-BAND-HDR
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
              PERFORM SET-BAND-LABEL
              MOVE WS-BD-PARTS(WS-IX)     TO WS-RPT-T-PARTS
              MOVE WS-BD-VALUE(WS-IX)     TO WS-RPT-T-VALUE
              MOVE WS-BD-PROVISION(WS-IX) TO WS-RPT-T-PROV
              WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           END-PERFORM
           MOVE WS-PARTS-LISTED    TO WS-RPT-G-PARTS
           MOVE WS-TOTAL-VALUE     TO WS-RPT-G-VALUE
           MOVE WS-TOTAL-PROVISION TO WS-RPT-G-PROV
           WRITE REPORT-RECORD FROM WS-GRAND-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE

           PERFORM VARYING SC-IX FROM 1 BY 1
                   UNTIL SC-IX > WS-SCRAP-COUNT
              IF WS-SC-DONE(SC-IX) = 'N'
                 ADD 1 TO WS-SCRAP-REFUSED
                 MOVE WS-SC-PART(SC-IX) TO WS-RPT-U-PART
                 WRITE REPORT-RECORD FROM WS-UNKNOWN-SCRAP-LINE
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-PARTS-DISPOSED   TO WS-RPT-D-PARTS
           MOVE WS-DISPOSAL-RECORDS TO WS-RPT-D-RECS
           MOVE WS-SCRAP-REFUSED    TO WS-RPT-D-REFUSED
           WRITE REPORT-RECORD FROM WS-DISPOSAL-LINE

           IF WS-OVERFLOW
              WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE

           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME PARTOBS'
           DISPLAY 'PIECES LUES: ' WS-PARTS-READ
           DISPLAY 'PIECES EN STOCK CLASSEES: ' WS-PARTS-LISTED
           DISPLAY 'PIECES SANS COUT: ' WS-PARTS-NO-COST
           DISPLAY 'PIECES MISES AU REBUT: ' WS-PARTS-DISPOSED
           DISPLAY 'MISES AU REBUT REFUSEES: ' WS-SCRAP-REFUSED
           .

      *****************************************************************
      * CONSTRUCTION DE LA LIGNE D'HORODATAGE                         *
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
           .

      *****************************************************************
      * FERMETURE DES FICHIERS                                        *
      *****************************************************************
       CLOSE-FILES.
           CLOSE PARTS-FILE
           CLOSE QOH-FILE
           IF WS-COST-AVAILABLE
              CLOSE COST-FILE
           END-IF
           CLOSE DISPOSAL-FILE
           CLOSE REPORT-FILE
           .
