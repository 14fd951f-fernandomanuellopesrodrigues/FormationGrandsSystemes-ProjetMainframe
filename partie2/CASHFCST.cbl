       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : PREVISION HEBDOMADAIRE DES ENCAISSEMENTS CLIENTS  *
      * OBJECTIF  : LA TRESORERIE DEMANDE CHAQUE LUNDI CE QUI VA      *
      *             RENTRER SUR LES SIX SEMAINES A VENIR ; SEUL LE    *
      *             TOTAL DE CUSTBAL EXISTAIT. CE PROGRAMME REPREND   *
      *             CHAQUE FACTURE OUVERTE DE L'ETAT FVOPNIT          *
      *             D'OPENITEM, EN DERIVE L'ECHEANCE PAR LES          *
      *             CONDITIONS DE REGLEMENT DU CLIENT (TERMS) ET LA   *
      *             DECALE DU RETARD MOYEN HISTORIQUE DU CLIENT       *
      *             (REGLEMENT - ECHEANCE, PONDERE PAR LES MONTANTS,  *
      *             SUR LES LETTRAGES FVOPNMAT FOURNIS, AVANCE        *
      *             COMPRISE), SANS REMONTER AVANT LA DATE DE         *
      *             FACTURE. LA DATE ATTENDUE EST VENTILEE PAR        *
      *             SEMAINE DU LUNDI DE LA DATE ASOF= (DU JOUR PAR    *
      *             DEFAUT) SUR WEEKS= SEMAINES (6 PAR DEFAUT, 12 AU  *
      *             PLUS) ; UNE FACTURE ATTENDUE AVANT LA PREMIERE    *
      *             SEMAINE (ECHUE ET NON REGLEE) EST RATTACHEE A LA  *
      *             PREMIERE, CELLES AU-DELA DE LA DERNIERE SONT      *
      *             TOTALISEES A PART. LES ENCOURS DES CLIENTS EN     *
      *             BLOCAGE CREDIT (CREDIT_HOLD) OU EN RELANCE DE     *
      *             NIVEAU 3 (FVDUNST) SONT PORTES SUR UNE COLONNE    *
      *             DOUTEUX A PART, ATTENDUS A DOUBT= POURCENT        *
      *             SEULEMENT (50 PAR DEFAUT).                        *
      *             LA PREVISION EST REECRITE DANS FVCSHFC ; AVANT    *
      *             REECRITURE, CHAQUE SEMAINE ECOULEE DE LA          *
      *             PREVISION PRECEDENTE EST COMPAREE AUX REGLEMENTS  *
      *             REELLEMENT IMPUTES PAR IMPREGLS (FVPAYAPP) DANS   *
      *             CETTE SEMAINE (SECTION FIABILITE DU RAPPORT, SUR  *
      *             LE PRINCIPE DE DMDFCST).                          *
      * ENTREE    : SYSIN (ASOF=, WEEKS=, DOUBT=, FACULTATIVES),      *
      *             FVOPNIT (FACTURES OUVERTES), FVOPNMAT (LETTRAGES  *
      *             DE LA PERIODE D'HISTORIQUE, GENERATIONS           *
      *             CONCATENEES, FACULTATIF), FVDUNST (FACULTATIF),   *
      *             FVCSHFC (PREVISION PRECEDENTE, FACULTATIVE),      *
      *             FVPAYAPP (REGLEMENTS IMPUTES DEPUIS LA PREVISION  *
      *             PRECEDENTE, GENERATIONS CONCATENEES, FACULTATIF), *
      *             BASE DB2 (API9.CUSTOMERS)                         *
      * SORTIE    : FVCSHFC (PREVISION PAR SEMAINE), RAPPORT          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

           SELECT OPENIT-FILE
               ASSIGN TO FVOPNIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPNIT.

           SELECT MATCHLOG-FILE
               ASSIGN TO FVOPNMAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MATLOG.

           SELECT DUNSTATE-FILE
               ASSIGN TO FVDUNST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DUNST.

      * PREVISION : LUE EN DEBUT DE RUN (FIABILITE), PUIS REECRITE
           SELECT FCST-FILE
               ASSIGN TO FVCSHFC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCST.

           SELECT PAYAPP-FILE
               ASSIGN TO FVPAYAPP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAYAPP.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * MEME DISPOSITION QU'OPENIT-RECORD DANS OPENITEM
       FD  OPENIT-FILE.
       01  OPENIT-RECORD.
           05 OI-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 OI-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 OI-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 OI-GROSS                PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 OI-OPEN                 PIC S9(9)V99.

      * MEME DISPOSITION QUE MATCHLOG-RECORD DANS OPENITEM
       FD  MATCHLOG-FILE.
       01  MATCHLOG-RECORD.
           05 ML-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 ML-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 ML-INV-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 ML-PAY-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 ML-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 ML-CLOSED               PIC X(1).

      * MEME DISPOSITION QUE DUNSTATE-RECORD DANS DUNNING
       FD  DUNSTATE-FILE.
       01  DUNSTATE-RECORD.
           05 DN-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 DN-LEVEL                PIC 9(1).
           05 FILLER                  PIC X(1).
           05 DN-DATE                 PIC X(10).

      * PREVISION : UNE LIGNE PAR SEMAINE (LUNDI AAAA-MM-JJ) AVEC
      * L'ENCOURS NORMAL, L'ENCOURS DOUTEUX BRUT, LE TOTAL ATTENDU
      * (NORMAL + DOUTEUX PONDERE) ET LA DATE DU RUN
       FD  FCST-FILE.
       01  FCST-RECORD.
           05 FC-WEEK-START           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-NORMAL               PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-DOUBT                PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-EXPECTED             PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FC-RUN-DATE             PIC X(10).

      * MEME DISPOSITION QUE PAYAPP-RECORD DANS IMPREGLS/OPENITEM
       FD  PAYAPP-FILE.
       01  PAYAPP-RECORD.
           05 PA-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 PA-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 PA-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 PA-REFERENCE            PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-OPNIT                PIC XX VALUE SPACES.
           88 WS-OPNIT-OK                   VALUE '00'.
           88 WS-OPNIT-EOF                  VALUE '10'.
       01  WS-FS-MATLOG               PIC XX VALUE SPACES.
           88 WS-MATLOG-OK                  VALUE '00'.
           88 WS-MATLOG-EOF                 VALUE '10'.
       01  WS-FS-DUNST                PIC XX VALUE SPACES.
           88 WS-DUNST-OK                   VALUE '00'.
           88 WS-DUNST-EOF                  VALUE '10'.
       01  WS-FS-FCST                 PIC XX VALUE SPACES.
           88 WS-FCST-OK                    VALUE '00'.
           88 WS-FCST-EOF                   VALUE '10'.
       01  WS-FS-PAYAPP               PIC XX VALUE SPACES.
           88 WS-PAYAPP-OK                  VALUE '00'.
           88 WS-PAYAPP-EOF                 VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-SQL-EOF-SW              PIC X  VALUE 'N'.
           88 WS-SQL-EOF                    VALUE 'Y'.

      * PARAMETRES (CARTES SYSIN)
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
       01  WS-WEEKS                   PIC 9(2)  VALUE 6.
       01  WS-WEEKS-MAX               PIC 9(2)  VALUE 12.
       01  WS-DOUBT-PCT               PIC 9(3)  VALUE 50.
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.

      * CONVERSION AAAA-MM-JJ <-> JOURS ENTIERS
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
           05 WS-DT-YYYY              PIC X(4).
           05 WS-DT-MM                PIC X(2).
           05 WS-DT-DD                PIC X(2).
       01  WS-CHECK-DATE              PIC X(10) VALUE SPACES.
       01  WS-DATE-INT                PIC 9(7)  VALUE ZERO.
       01  WS-INV-INT                 PIC 9(7)  VALUE ZERO.
       01  WS-EXPECT-INT              PIC S9(8) VALUE ZERO.
       01  WS-BAD-DATE-SW             PIC X     VALUE 'N'.
           88 WS-BAD-DATE                   VALUE 'Y'.
      * LE JOUR 1 DU CALENDRIER ENTIER (1601-01-01) ETAIT UN LUNDI :
      * MOD 7 DONNE 1=LUNDI ... 6=SAMEDI, 0=DIMANCHE (CF. CALRESOL)
       01  WS-DOW                     PIC 9(1)  VALUE ZERO.
       01  WS-WEEK1-INT               PIC 9(7)  VALUE ZERO.

      * SEMAINES DE LA PREVISION : LUNDI, ENCOURS NORMAL (DONT ECHU
      * RATTACHE A LA PREMIERE SEMAINE) ET ENCOURS DOUTEUX BRUT
       01  WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 12 TIMES.
              10 WS-WK-START-INT      PIC 9(7).
              10 WS-WK-START          PIC X(10).
              10 WS-WK-NORMAL         PIC S9(11)V99 COMP-3.
              10 WS-WK-OVERDUE        PIC S9(11)V99 COMP-3.
              10 WS-WK-DOUBT          PIC S9(11)V99 COMP-3.
       01  WS-WEEK-IX                 PIC 9(2)  VALUE ZERO.
       01  WS-WEEK-NO                 PIC S9(7) VALUE ZERO.
       01  WS-BEYOND-NORMAL           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-BEYOND-DOUBT            PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-EXPECTED                PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-WEIGHTED                PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TOT-NORMAL              PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TOT-OVERDUE             PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TOT-DOUBT               PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TOT-WEIGHTED            PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TOT-EXPECTED            PIC S9(11)V99 COMP-3 VALUE +0.

      * TABLE DES CLIENTS (CURSEUR TRIE SUR C_NO, RECHERCHE
      * DICHOTOMIQUE) : DELAI DES CONDITIONS, DOUTEUX (BLOCAGE CREDIT
      * OU RELANCE DE NIVEAU 3), RETARD HISTORIQUE PONDERE
       01  WS-CUST-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-CUST-MAX                PIC 9(5)  VALUE 5000.
       01  WS-CUST-TABLE.
           05 WS-CU-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-CUST-COUNT
                 ASCENDING KEY IS WS-CU-C-NO
                 INDEXED BY CU-IX.
              10 WS-CU-C-NO           PIC 9(4).
              10 WS-CU-TERMS-DAYS     PIC 9(2).
              10 WS-CU-DOUBT-SW       PIC X(1).
                 88 WS-CU-DOUBTFUL          VALUE 'Y'.
              10 WS-CU-LATE-AMT       PIC S9(13)V99 COMP-3.
              10 WS-CU-PAID           PIC S9(11)V99 COMP-3.
       01  WS-CUST-FOUND-SW           PIC X     VALUE 'N'.
           88 WS-CUST-FOUND                 VALUE 'Y'.
       01  WS-TERMS-DAYS              PIC 9(2)  VALUE ZERO.
       01  WS-AVG-LATE                PIC S9(4) VALUE ZERO.

      * PREVISION PRECEDENTE : SEMAINES ECOULEES A LA DATE DU RUN ET
      * REGLEMENTS IMPUTES DANS CHACUNE (SECTION FIABILITE)
       01  WS-PREV-TABLE.
           05 WS-PV-ENTRY OCCURS 52 TIMES.
              10 WS-PV-START-INT      PIC 9(7).
              10 WS-PV-START          PIC X(10).
              10 WS-PV-EXPECTED       PIC S9(9)V99  COMP-3.
              10 WS-PV-ACTUAL         PIC S9(11)V99 COMP-3.
       01  WS-PREV-COUNT              PIC 9(2)  VALUE ZERO.
       01  WS-PREV-MAX                PIC 9(2)  VALUE 52.
       01  WS-PREV-IX                 PIC 9(2)  VALUE ZERO.
       01  WS-GAP                     PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-GAP-PCT                 PIC S9(4)V9 VALUE ZERO.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-OPEN-READ            PIC 9(7)  VALUE ZERO.
           05 WS-OPEN-UNKNOWN         PIC 9(7)  VALUE ZERO.
           05 WS-OPEN-DOUBTFUL        PIC 9(7)  VALUE ZERO.
           05 WS-MATCHES-USED         PIC 9(7)  VALUE ZERO.
           05 WS-DATES-REJECTED       PIC 9(7)  VALUE ZERO.
           05 WS-PAYMENTS-USED        PIC 9(7)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'PREVISION HEBDOMADAIRE DES ENCAISSEMENTS CLIENTS
      -          ' (FACTURES OUVERTES OPENITEM)'.
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(6)      VALUE 'ASOF: '.
              10 WS-RPT-ASOF          PIC X(10).
              10 FILLER               PIC X(22)     VALUE
                 '  PREMIERE SEMAINE DU '.
              10 WS-RPT-WEEK1         PIC X(10).
              10 FILLER               PIC X(12)     VALUE
                 '  SEMAINES: '.
              10 WS-RPT-WEEKS         PIC Z9.
              10 FILLER               PIC X(32)     VALUE
                 '  RECOUVREMENT DOUTEUX ATTENDU: '.
              10 WS-RPT-DOUBT-PCT     PIC ZZ9.
              10 FILLER               PIC X(1)      VALUE '%'.
           05 WS-COLUMN-LINE          PIC X(132)    VALUE
                 'SEMAINE DU       ENCOURS NORMAL       DONT ECHU
      -          '     DOUTEUX BRUT  DOUTEUX PONDERE    TOTAL ATTENDU'.
           05 WS-WEEK-LINE.
              10 WS-RPT-WEEK          PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-NORMAL        PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-OVERDUE       PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-DOUBT         PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-WEIGHTED      PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-EXPECTED      PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-DOUBT-LINE.
              10 FILLER               PIC X(52)     VALUE
                 'DONT CLIENTS DOUTEUX (BLOCAGE CREDIT OU RELANCE 3): '.
              10 WS-RPT-DOUBT-ITEMS   PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' FACTURES, BRUT: '.
              10 WS-RPT-DOUBT-GROSS   PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(13)     VALUE
                 ', ATTENDU: '.
              10 WS-RPT-DOUBT-WGT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-ACC-TITLE-LINE       PIC X(132)    VALUE
                 'FIABILITE DE LA PREVISION PRECEDENTE (SEMAINES ECOULEE
      -          'S / REGLEMENTS IMPUTES FVPAYAPP)'.
           05 WS-ACC-LINE.
              10 FILLER               PIC X(11)     VALUE
                 'SEMAINE DU '.
              10 WS-RPT-ACC-WEEK      PIC X(10).
              10 FILLER               PIC X(9)      VALUE '  PREVU: '.
              10 WS-RPT-ACC-FCST      PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(12)     VALUE
                 '  ENCAISSE: '.
              10 WS-RPT-ACC-ACTUAL    PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(9)      VALUE '  ECART: '.
              10 WS-RPT-ACC-GAP       PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE ' ('.
              10 WS-RPT-ACC-PCT       PIC ---9.9.
              10 FILLER               PIC X(12)     VALUE
                 '% DU REEL)'.
           05 WS-NO-PREV-LINE         PIC X(132)    VALUE
                 'PAS DE SEMAINE ECOULEE DANS LA PREVISION PRECEDENTE'.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(20)     VALUE
                 'FACTURES OUVERTES: '.
              10 WS-RPT-OPEN-READ     PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(22)     VALUE
                 ' - CLIENTS INCONNUS: '.
              10 WS-RPT-UNKNOWN       PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(14)     VALUE
                 ' - LETTRAGES: '.
              10 WS-RPT-MATCHES       PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(20)     VALUE
                 ' - DATES INVALIDES: '.
              10 WS-RPT-BAD-DATES     PIC Z,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-C-NO                     PIC S9(5)      USAGE COMP.
       01  H-C-TERMS                  PIC X(5).
       01  H-C-CREDIT-HOLD            PIC X(1).

      * TOUS LES CLIENTS DANS L'ORDRE DES NUMEROS (TABLE TRIEE)
           EXEC SQL
               DECLARE CUST-CURSOR CURSOR FOR
               SELECT C_NO, COALESCE(TERMS,' '),
                      COALESCE(CREDIT_HOLD,'N')
                 FROM API9.CUSTOMERS
                ORDER BY C_NO
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-DUNNING-STATE
           PERFORM LOAD-PAYMENT-HISTORY
           PERFORM LOAD-PREVIOUS-FORECAST
           PERFORM LOAD-ACTUAL-RECEIPTS
           PERFORM REPORT-ACCURACY
           PERFORM FORECAST-OPEN-ITEMS
           PERFORM WRITE-FORECAST
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION : CARTES SYSIN, SEMAINES DE LA PREVISION       *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CASHFCST'
           PERFORM READ-SYSIN-CARDS
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           IF WS-ASOF-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           MOVE WS-ASOF-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              DISPLAY 'CARTE ASOF= INVALIDE (AAAA-MM-JJ): '
                      WS-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      * PREMIERE SEMAINE = LUNDI DE LA SEMAINE DE LA DATE ASOF
           COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DOW = 0
              COMPUTE WS-WEEK1-INT = WS-DATE-INT - 6
           ELSE
              COMPUTE WS-WEEK1-INT = WS-DATE-INT - WS-DOW + 1
           END-IF
           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                   UNTIL WS-WEEK-IX > WS-WEEKS
              COMPUTE WS-WK-START-INT(WS-WEEK-IX) =
                      WS-WEEK1-INT + (WS-WEEK-IX - 1) * 7
              MOVE WS-WK-START-INT(WS-WEEK-IX) TO WS-DATE-INT
              PERFORM FORMAT-ISO-DATE
              MOVE WS-CHECK-DATE TO WS-WK-START(WS-WEEK-IX)
              MOVE +0 TO WS-WK-NORMAL(WS-WEEK-IX)
                         WS-WK-OVERDUE(WS-WEEK-IX)
                         WS-WK-DOUBT(WS-WEEK-IX)
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-ASOF-DATE  TO WS-RPT-ASOF
           MOVE WS-WK-START(1) TO WS-RPT-WEEK1
           MOVE WS-WEEKS      TO WS-RPT-WEEKS
           MOVE WS-DOUBT-PCT  TO WS-RPT-DOUBT-PCT
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

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
              WHEN SYSIN-RECORD(1:6) = 'WEEKS='
                 IF FUNCTION TEST-NUMVAL(SYSIN-RECORD(7:2)) = 0
                    COMPUTE WS-WEEKS =
                            FUNCTION NUMVAL(SYSIN-RECORD(7:2))
                 ELSE
                    MOVE 0 TO WS-WEEKS
                 END-IF
                 IF WS-WEEKS < 1 OR WS-WEEKS > WS-WEEKS-MAX
                    DISPLAY 'CARTE WEEKS= INVALIDE (1 A 12): '
                            SYSIN-RECORD(1:20)
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              WHEN SYSIN-RECORD(1:6) = 'DOUBT='
                 IF FUNCTION TEST-NUMVAL(SYSIN-RECORD(7:3)) = 0
                    COMPUTE WS-DOUBT-PCT =
                            FUNCTION NUMVAL(SYSIN-RECORD(7:3))
                 ELSE
                    MOVE 999 TO WS-DOUBT-PCT
                 END-IF
                 IF WS-DOUBT-PCT > 100
                    DISPLAY 'CARTE DOUBT= INVALIDE (0 A 100): '
                            SYSIN-RECORD(1:20)
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * CLIENTS : DELAI DES CONDITIONS ET BLOCAGE CREDIT              *
      *****************************************************************
       LOAD-CUSTOMERS.
           EXEC SQL OPEN CUST-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN CUST-CURSOR, SQLCODE: ' SQLCODE
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              GOBACK
           END-IF
           PERFORM UNTIL WS-SQL-EOF
              EXEC SQL
                  FETCH CUST-CURSOR
                   INTO :H-C-NO, :H-C-TERMS, :H-C-CREDIT-HOLD
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-SQL-EOF-SW
                 WHEN SQLCODE NOT = 0
                    DISPLAY 'ERREUR FETCH CUST-CURSOR, SQLCODE: '
                            SQLCODE
                    MOVE 8 TO RETURN-CODE
                    MOVE 'Y' TO WS-SQL-EOF-SW
                 WHEN WS-CUST-COUNT >= WS-CUST-MAX
                    DISPLAY 'TABLE DES CLIENTS SATUREE, CLIENTS '
                            'SUIVANTS SANS CONDITIONS NI BLOCAGE'
                    MOVE 4 TO RETURN-CODE
                    MOVE 'Y' TO WS-SQL-EOF-SW
                 WHEN OTHER
                    PERFORM STORE-ONE-CUSTOMER
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE CUST-CURSOR END-EXEC
           .

       STORE-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           MOVE H-C-NO TO WS-CU-C-NO(WS-CUST-COUNT)
           EVALUATE H-C-TERMS
              WHEN 'NET15' MOVE 15 TO WS-CU-TERMS-DAYS(WS-CUST-COUNT)
              WHEN 'NET30' MOVE 30 TO WS-CU-TERMS-DAYS(WS-CUST-COUNT)
              WHEN 'NET60' MOVE 60 TO WS-CU-TERMS-DAYS(WS-CUST-COUNT)
              WHEN OTHER   MOVE 0  TO WS-CU-TERMS-DAYS(WS-CUST-COUNT)
           END-EVALUATE
           IF H-C-CREDIT-HOLD = 'Y'
              MOVE 'Y' TO WS-CU-DOUBT-SW(WS-CUST-COUNT)
           ELSE
              MOVE 'N' TO WS-CU-DOUBT-SW(WS-CUST-COUNT)
           END-IF
           MOVE +0 TO WS-CU-LATE-AMT(WS-CUST-COUNT)
                      WS-CU-PAID(WS-CUST-COUNT)
           .

      * RECHERCHE DU CLIENT WS-CU-C-NO CHERCHE (OI-, ML-, DN-)
       FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           IF WS-CUST-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-CU-ENTRY
              WHEN WS-CU-C-NO(CU-IX) = H-C-NO
                 MOVE 'Y' TO WS-CUST-FOUND-SW
           END-SEARCH
           .

      *****************************************************************
      * RELANCE DE NIVEAU 3 (ETAT FVDUNST) : CLIENT DOUTEUX           *
      *****************************************************************
       LOAD-DUNNING-STATE.
           OPEN INPUT DUNSTATE-FILE
           IF NOT WS-DUNST-OK
              DISPLAY 'PAS D''ETAT DES RELANCES (' WS-FS-DUNST ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DUNST-EOF
              READ DUNSTATE-FILE
                 AT END MOVE '10' TO WS-FS-DUNST
                 NOT AT END
                    IF DN-LEVEL >= 3
                       MOVE DN-CUST-NO TO H-C-NO
                       PERFORM FIND-CUSTOMER
                       IF WS-CUST-FOUND
                          MOVE 'Y' TO WS-CU-DOUBT-SW(CU-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DUNSTATE-FILE
           .

      *****************************************************************
      * RETARD HISTORIQUE PAR CLIENT : POUR CHAQUE LETTRAGE FOURNI,   *
      * (DATE DE REGLEMENT - ECHEANCE) x MONTANT IMPUTE ; UN REGLEMENT*
      * EN AVANCE COMPTE EN NEGATIF                                   *
      *****************************************************************
       LOAD-PAYMENT-HISTORY.
           OPEN INPUT MATCHLOG-FILE
           IF NOT WS-MATLOG-OK
              DISPLAY 'PAS DE JOURNAL DES LETTRAGES (' WS-FS-MATLOG
                      '), AUCUN DECALAGE DE RETARD'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MATLOG-EOF
              READ MATCHLOG-FILE
                 AT END MOVE '10' TO WS-FS-MATLOG
                 NOT AT END PERFORM LOAD-ONE-MATCH
              END-READ
           END-PERFORM
           CLOSE MATCHLOG-FILE
           .

       LOAD-ONE-MATCH.
           MOVE ML-C-NO TO H-C-NO
           PERFORM FIND-CUSTOMER
           IF NOT WS-CUST-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE ML-INV-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-DATES-REJECTED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-INV-INT
           MOVE ML-PAY-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-DATES-REJECTED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCHES-USED
           ADD ML-AMOUNT TO WS-CU-PAID(CU-IX)
           COMPUTE WS-CU-LATE-AMT(CU-IX) = WS-CU-LATE-AMT(CU-IX)
                 + (WS-DATE-INT - WS-INV-INT - WS-CU-TERMS-DAYS(CU-IX))
                 * ML-AMOUNT
           .

      *****************************************************************
      * PREVISION DU RUN PRECEDENT : SEULES LES SEMAINES ENTIEREMENT  *
      * ECOULEES AVANT LA PREMIERE SEMAINE DE CE RUN SONT COMPAREES ; *
      * FICHIER ABSENT = PREMIER RUN                                  *
      *****************************************************************
       LOAD-PREVIOUS-FORECAST.
           OPEN INPUT FCST-FILE
           IF NOT WS-FCST-OK
              DISPLAY 'PAS DE PREVISION ANTERIEURE (' WS-FS-FCST ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FCST-EOF
              READ FCST-FILE
                 AT END MOVE '10' TO WS-FS-FCST
                 NOT AT END PERFORM LOAD-ONE-PREVIOUS-WEEK
              END-READ
           END-PERFORM
           CLOSE FCST-FILE
           .

       LOAD-ONE-PREVIOUS-WEEK.
           MOVE FC-WEEK-START TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INT + 7 > WS-WEEK1-INT
              OR WS-PREV-COUNT >= WS-PREV-MAX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PREV-COUNT
           MOVE WS-DATE-INT   TO WS-PV-START-INT(WS-PREV-COUNT)
           MOVE FC-WEEK-START TO WS-PV-START(WS-PREV-COUNT)
           MOVE FC-EXPECTED   TO WS-PV-EXPECTED(WS-PREV-COUNT)
           MOVE +0            TO WS-PV-ACTUAL(WS-PREV-COUNT)
           .

      *****************************************************************
      * REGLEMENTS REELLEMENT IMPUTES PAR IMPREGLS, CUMULES SUR LA    *
      * SEMAINE DE LA PREVISION PRECEDENTE OU TOMBE LEUR DATE         *
      *****************************************************************
       LOAD-ACTUAL-RECEIPTS.
           IF WS-PREV-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYAPP-FILE
           IF NOT WS-PAYAPP-OK
              DISPLAY 'PAS DE REGLEMENTS IMPUTES (' WS-FS-PAYAPP ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYAPP-EOF
              READ PAYAPP-FILE
                 AT END MOVE '10' TO WS-FS-PAYAPP
                 NOT AT END PERFORM LOAD-ONE-RECEIPT
              END-READ
           END-PERFORM
           CLOSE PAYAPP-FILE
           .

       LOAD-ONE-RECEIPT.
           MOVE PA-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-DATES-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PREV-IX FROM 1 BY 1
                   UNTIL WS-PREV-IX > WS-PREV-COUNT
              IF WS-DATE-INT >= WS-PV-START-INT(WS-PREV-IX)
                 AND WS-DATE-INT < WS-PV-START-INT(WS-PREV-IX) + 7
                 ADD PA-AMOUNT TO WS-PV-ACTUAL(WS-PREV-IX)
                 ADD 1 TO WS-PAYMENTS-USED
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * SECTION FIABILITE : PREVU / ENCAISSE / ECART PAR SEMAINE      *
      * ECOULEE, ECART EN POURCENT DU REEL                            *
      *****************************************************************
       REPORT-ACCURACY.
           WRITE REPORT-RECORD FROM WS-ACC-TITLE-LINE
           IF WS-PREV-COUNT = 0
              WRITE REPORT-RECORD FROM WS-NO-PREV-LINE
           END-IF
           PERFORM VARYING WS-PREV-IX FROM 1 BY 1
                   UNTIL WS-PREV-IX > WS-PREV-COUNT
              COMPUTE WS-GAP = WS-PV-EXPECTED(WS-PREV-IX)
                             - WS-PV-ACTUAL(WS-PREV-IX)
              MOVE ZERO TO WS-GAP-PCT
              IF WS-PV-ACTUAL(WS-PREV-IX) NOT = 0
                 COMPUTE WS-GAP-PCT ROUNDED =
                         WS-GAP * 100 / WS-PV-ACTUAL(WS-PREV-IX)
                    ON SIZE ERROR MOVE +999.9 TO WS-GAP-PCT
                 END-COMPUTE
              END-IF
              MOVE WS-PV-START(WS-PREV-IX)    TO WS-RPT-ACC-WEEK
              MOVE WS-PV-EXPECTED(WS-PREV-IX) TO WS-RPT-ACC-FCST
              MOVE WS-PV-ACTUAL(WS-PREV-IX)   TO WS-RPT-ACC-ACTUAL
              MOVE WS-GAP                     TO WS-RPT-ACC-GAP
              MOVE WS-GAP-PCT                 TO WS-RPT-ACC-PCT
              WRITE REPORT-RECORD FROM WS-ACC-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * VENTILATION DES FACTURES OUVERTES PAR SEMAINE ATTENDUE        *
      *****************************************************************
       FORECAST-OPEN-ITEMS.
           OPEN INPUT OPENIT-FILE
           IF NOT WS-OPNIT-OK
              DISPLAY 'ERREUR OUVERTURE ETAT DES FACTURES OUVERTES: '
                      WS-FS-OPNIT
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPNIT-EOF
              READ OPENIT-FILE
                 AT END MOVE '10' TO WS-FS-OPNIT
                 NOT AT END PERFORM FORECAST-ONE-ITEM
              END-READ
           END-PERFORM
           CLOSE OPENIT-FILE
           .

      *****************************************************************
      * DATE ATTENDUE = FACTURE + CONDITIONS + RETARD MOYEN DU CLIENT *
      * (ARRONDI), JAMAIS AVANT LA DATE DE FACTURE ; CLIENT INCONNU = *
      * CONDITIONS IMMEDIATES, SANS RETARD                            *
      *****************************************************************
       FORECAST-ONE-ITEM.
           IF OI-OPEN = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-READ
           MOVE OI-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-DATES-REJECTED
              MOVE WS-WEEK1-INT TO WS-DATE-INT
           END-IF
           MOVE WS-DATE-INT TO WS-INV-INT
           MOVE 0 TO WS-TERMS-DAYS WS-AVG-LATE
           MOVE OI-C-NO TO H-C-NO
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND
              MOVE WS-CU-TERMS-DAYS(CU-IX) TO WS-TERMS-DAYS
              IF WS-CU-PAID(CU-IX) > 0
                 COMPUTE WS-AVG-LATE ROUNDED =
                         WS-CU-LATE-AMT(CU-IX) / WS-CU-PAID(CU-IX)
                    ON SIZE ERROR MOVE 0 TO WS-AVG-LATE
                 END-COMPUTE
              END-IF
           ELSE
              ADD 1 TO WS-OPEN-UNKNOWN
           END-IF
           COMPUTE WS-EXPECT-INT =
                   WS-INV-INT + WS-TERMS-DAYS + WS-AVG-LATE
           IF WS-EXPECT-INT < WS-INV-INT
              MOVE WS-INV-INT TO WS-EXPECT-INT
           END-IF

           IF WS-EXPECT-INT < WS-WEEK1-INT
              MOVE 1 TO WS-WEEK-NO
           ELSE
              COMPUTE WS-WEEK-NO =
                      (WS-EXPECT-INT - WS-WEEK1-INT) / 7 + 1
           END-IF

           IF WS-CUST-FOUND AND WS-CU-DOUBTFUL(CU-IX)
              ADD 1 TO WS-OPEN-DOUBTFUL
              IF WS-WEEK-NO > WS-WEEKS
                 ADD OI-OPEN TO WS-BEYOND-DOUBT
              ELSE
                 ADD OI-OPEN TO WS-WK-DOUBT(WS-WEEK-NO)
              END-IF
           ELSE
              IF WS-WEEK-NO > WS-WEEKS
                 ADD OI-OPEN TO WS-BEYOND-NORMAL
              ELSE
                 ADD OI-OPEN TO WS-WK-NORMAL(WS-WEEK-NO)
                 IF WS-EXPECT-INT < WS-WEEK1-INT
                    ADD OI-OPEN TO WS-WK-OVERDUE(WS-WEEK-NO)
                 END-IF
              END-IF
           END-IF
           .

      *****************************************************************
      * RAPPORT PAR SEMAINE ET REECRITURE DE LA PREVISION             *
      *****************************************************************
       WRITE-FORECAST.
           OPEN OUTPUT FCST-FILE
           IF NOT WS-FCST-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PREVISION: '
                      WS-FS-FCST
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                   UNTIL WS-WEEK-IX > WS-WEEKS
              COMPUTE WS-WEIGHTED ROUNDED =
                      WS-WK-DOUBT(WS-WEEK-IX) * WS-DOUBT-PCT / 100
              COMPUTE WS-EXPECTED =
                      WS-WK-NORMAL(WS-WEEK-IX) + WS-WEIGHTED
              ADD WS-WK-NORMAL(WS-WEEK-IX)  TO WS-TOT-NORMAL
              ADD WS-WK-OVERDUE(WS-WEEK-IX) TO WS-TOT-OVERDUE
              ADD WS-WK-DOUBT(WS-WEEK-IX)   TO WS-TOT-DOUBT
              ADD WS-WEIGHTED               TO WS-TOT-WEIGHTED
              ADD WS-EXPECTED               TO WS-TOT-EXPECTED
              MOVE WS-WK-START(WS-WEEK-IX)   TO WS-RPT-WEEK
              MOVE WS-WK-NORMAL(WS-WEEK-IX)  TO WS-RPT-NORMAL
              MOVE WS-WK-OVERDUE(WS-WEEK-IX) TO WS-RPT-OVERDUE
              MOVE WS-WK-DOUBT(WS-WEEK-IX)   TO WS-RPT-DOUBT
              MOVE WS-WEIGHTED               TO WS-RPT-WEIGHTED
              MOVE WS-EXPECTED               TO WS-RPT-EXPECTED
              WRITE REPORT-RECORD FROM WS-WEEK-LINE

              MOVE SPACES TO FCST-RECORD
              MOVE WS-WK-START(WS-WEEK-IX)  TO FC-WEEK-START
              MOVE WS-WK-NORMAL(WS-WEEK-IX) TO FC-NORMAL
              MOVE WS-WK-DOUBT(WS-WEEK-IX)  TO FC-DOUBT
              MOVE WS-EXPECTED              TO FC-EXPECTED
              MOVE WS-RUN-DATE              TO FC-RUN-DATE
              WRITE FCST-RECORD
           END-PERFORM
           CLOSE FCST-FILE

      * AU-DELA DE L'HORIZON : POUR MEMOIRE, HORS FICHIER
           COMPUTE WS-WEIGHTED ROUNDED =
                   WS-BEYOND-DOUBT * WS-DOUBT-PCT / 100
           COMPUTE WS-EXPECTED = WS-BEYOND-NORMAL + WS-WEIGHTED
           MOVE 'AU-DELA'          TO WS-RPT-WEEK
           MOVE WS-BEYOND-NORMAL   TO WS-RPT-NORMAL
           MOVE ZERO               TO WS-RPT-OVERDUE
           MOVE WS-BEYOND-DOUBT    TO WS-RPT-DOUBT
           MOVE WS-WEIGHTED        TO WS-RPT-WEIGHTED
           MOVE WS-EXPECTED        TO WS-RPT-EXPECTED
           WRITE REPORT-RECORD FROM WS-WEEK-LINE
           ADD WS-BEYOND-DOUBT     TO WS-TOT-DOUBT
           ADD WS-WEIGHTED         TO WS-TOT-WEIGHTED
           ADD WS-BEYOND-NORMAL    TO WS-TOT-NORMAL
           ADD WS-EXPECTED         TO WS-TOT-EXPECTED

           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE 'TOTAL'            TO WS-RPT-WEEK
           MOVE WS-TOT-NORMAL      TO WS-RPT-NORMAL
           MOVE WS-TOT-OVERDUE     TO WS-RPT-OVERDUE
           MOVE WS-TOT-DOUBT       TO WS-RPT-DOUBT
           MOVE WS-TOT-WEIGHTED    TO WS-RPT-WEIGHTED
           MOVE WS-TOT-EXPECTED    TO WS-RPT-EXPECTED
           WRITE REPORT-RECORD FROM WS-WEEK-LINE
           MOVE WS-OPEN-DOUBTFUL   TO WS-RPT-DOUBT-ITEMS
           MOVE WS-TOT-DOUBT       TO WS-RPT-DOUBT-GROSS
           MOVE WS-TOT-WEIGHTED    TO WS-RPT-DOUBT-WGT
           WRITE REPORT-RECORD FROM WS-DOUBT-LINE
           .

      *****************************************************************
      * CONVERSION D'UNE DATE AAAA-MM-JJ (WS-CHECK-DATE) EN JOURS     *
      * ENTIERS (WS-DATE-INT) ; WS-BAD-DATE SI ELLE EST INVALIDE      *
      *****************************************************************
       CONVERT-ISO-DATE.
           MOVE 'N' TO WS-BAD-DATE-SW
           MOVE ZERO TO WS-DATE-INT
           IF WS-CHECK-DATE(1:4) NOT NUMERIC
              OR WS-CHECK-DATE(6:2) NOT NUMERIC
              OR WS-CHECK-DATE(9:2) NOT NUMERIC
              MOVE 'Y' TO WS-BAD-DATE-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-DATE(1:4) TO WS-DT-YYYY
           MOVE WS-CHECK-DATE(6:2) TO WS-DT-MM
           MOVE WS-CHECK-DATE(9:2) TO WS-DT-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              MOVE 'Y' TO WS-BAD-DATE-SW
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           .

      * JOURS ENTIERS (WS-DATE-INT) -> AAAA-MM-JJ (WS-CHECK-DATE)
       FORMAT-ISO-DATE.
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO WS-CHECK-DATE
           STRING WS-DT-YYYY '-' WS-DT-MM '-' WS-DT-DD
              DELIMITED BY SIZE INTO WS-CHECK-DATE
           END-STRING
           .

       FINALIZATION.
           MOVE WS-OPEN-READ      TO WS-RPT-OPEN-READ
           MOVE WS-OPEN-UNKNOWN   TO WS-RPT-UNKNOWN
           MOVE WS-MATCHES-USED   TO WS-RPT-MATCHES
           MOVE WS-DATES-REJECTED TO WS-RPT-BAD-DATES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME CASHFCST'
           DISPLAY 'FACTURES OUVERTES VENTILEES: ' WS-OPEN-READ
           DISPLAY 'DONT CLIENTS DOUTEUX: ' WS-OPEN-DOUBTFUL
           DISPLAY 'LETTRAGES D''HISTORIQUE: ' WS-MATCHES-USED
           DISPLAY 'SEMAINES COMPAREES: ' WS-PREV-COUNT
           IF RETURN-CODE < 4
              AND (WS-DATES-REJECTED > 0 OR WS-OPEN-UNKNOWN > 0)
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
