       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAISRPT.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : ARRETE DE CAISSE DU COMPTOIR (JOURNAL CAISJR03)   *
      * OBJECTIF  : LA TRANSACTION CAISSE03 IMPUTE LES REGLEMENTS AU  *
      *             COMPTOIR EN DIRECT ET LES TRACE DANS LE JOURNAL   *
      *             CAISJR03. CE PROGRAMME DU SOIR, POUR LA DATE      *
      *             SYSIN DATE= (DEFAUT : LE JOUR) :                  *
      *             - ECRIT LES REGLEMENTS DU JOUR DANS UNE NOUVELLE  *
      *               GENERATION DE FVPAYAPP (DISPOSITION D'IMPREGLS) *
      *               POUR LE LETTRAGE OPENITEM ET LES ECRITURES      *
      *               GLJRNL, COMME SUSPREL ;                         *
      *             - AJOUTE LEURS REFERENCES AU REGISTRE FVPAYREF    *
      *               POUR QUE LA GARDE ANTI-DOUBLON D'IMPREGLS LES   *
      *               CONNAISSE (LE FICHIER CICS PAYREF03 EN EST      *
      *               RECHARGE ENSUITE) ;                             *
      *             - RAPPROCHE, PAR OPERATEUR ET PAR MODE DE         *
      *               REGLEMENT, LE MONTANT SAISI DU MONTANT REMIS EN *
      *               BANQUE (BORDEREAUX FVCAISBQ) ET SIGNALE LES     *
      *               ECARTS (RC 4).                                  *
      *             UN SEUL PASSAGE PAR DATE : UN SECOND PASSAGE      *
      *             REECRIRAIT LES MEMES REGLEMENTS DANS FVPAYAPP.    *
      *             SI LA PERIODE DE LA DATE DE CAISSE EST EN CLOTURE *
      *             OU FERMEE (FVPERST, SOUS-PROGRAMME PERIODCK),     *
      *             LES REGLEMENTS NE SONT PAS TRANSMIS (ARRETE EDITE *
      *             SEUL, RC 8) OU SONT DATES DU PREMIER JOUR OUVERT, *
      *             SELON LE MODE DE LA PERIODE ; CHAQUE REFUS OU     *
      *             REPORT EST TRACE DANS FVBKPOST. UNE PERIODE       *
      *             FERMEE NE SE ROUVRE PAS : APRES UN REFUS, PASSER  *
      *             LA PERIODE EN BACKPOST=REDIRECT (PERCLOSE) PUIS   *
      *             RELANCER LE LOT POUR LA MEME DATE DE CAISSE (LES  *
      *             SOLDES CLIENTS SONT DEJA DEBITES PAR CAISSE03).   *
      * ENTREE    : CAISJR03 (JOURNAL DU COMPTOIR), FVCAISBQ          *
      *             (BORDEREAUX DE REMISE, FACULTATIF), FVPERST       *
      *             (STATUT DES PERIODES, FACULTATIF), SYSIN          *
      * SORTIE    : FVPAYAPP (REGLEMENTS IMPUTES DU JOUR), FVPAYREF   *
      *             (AJOUT), RAPPORT (FREPORT), FVBKPOST (REFUS/      *
      *             REPORTS DE PERIODE, AJOUT), FRUNHST (JOURNAL DES  *
      *             EXECUTIONS, AJOUT)                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO CAISJR03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.

           SELECT BANKED-FILE
               ASSIGN TO FVCAISBQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQ-STATUS.

           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

      * REGLEMENTS IMPUTES : RELUS PAR OPENITEM ET GLJRNL
           SELECT APPLIED-FILE
               ASSIGN TO FVPAYAPP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT PAYREF-FILE
               ASSIGN TO FVPAYREF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

      * STATUT DES PERIODES COMPTABLES (TENU PAR PERCLOSE) ET TRACE
      * DES COMPTABILISATIONS REFUSEES OU REPORTEES (EN AJOUT)
           SELECT PERSTAT-FILE
               ASSIGN TO FVPERST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

           SELECT BKPOST-FILE
               ASSIGN TO FVBKPOST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY CAISJR03.

      * UNE LIGNE PAR BORDEREAU DE REMISE : OPERATEUR, DATE DE LA
      * CAISSE, MODE (ES/CH/CB, CB = TELECOLLECTE DU TERMINAL CARTE),
      * MONTANT REMIS
       FD  BANKED-FILE.
       01 BANKED-RECORD.
          05 BQ-LOGIN             PIC X(8).
          05 FILLER               PIC X(1).
          05 BQ-DATE              PIC X(10).
          05 FILLER               PIC X(1).
          05 BQ-METHOD            PIC X(2).
          05 FILLER               PIC X(1).
          05 BQ-AMOUNT-TXT        PIC X(12).

       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

      * MEME DISPOSITION QU'APPLIED-RECORD DANS IMPREGLS
       FD  APPLIED-FILE.
       01 APPLIED-RECORD          PIC X(38).

      * MEME DISPOSITION QUE PAYREF-RECORD DANS IMPREGLS
       FD  PAYREF-FILE.
       01 PAYREF-RECORD.
          05 PR-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PR-TIMESTAMP         PIC X(20).

      * MEME DISPOSITION QUE PERSTAT-RECORD DANS PERCLOSE
       FD  PERSTAT-FILE.
       01 PERSTAT-RECORD.
          05 PS-PERIOD            PIC X(7).
          05 FILLER               PIC X(1).
          05 PS-STATUS            PIC X(1).
          05 FILLER               PIC X(1).
          05 PS-BACKPOST          PIC X(1).
          05 FILLER               PIC X(1).
          05 PS-CHANGE-TS         PIC X(20).

      * MEME DISPOSITION QUE BKPOST-RECORD DANS BKPOSTRP
       FD  BKPOST-FILE.
       01 BKPOST-RECORD.
          05 BP-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-ACTION            PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-ORIG-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-POST-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-DETAIL            PIC X(30).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01 RUNHIST-RECORD.
          05 RH-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1).
          05 RH-START-TS          PIC X(20).
          05 FILLER               PIC X(1).
          05 RH-END-TS            PIC X(20).
          05 FILLER               PIC X(1).
          05 RH-RECORDS-READ      PIC 9(7).
          05 FILLER               PIC X(1).
          05 RH-RECORDS-OK        PIC 9(7).
          05 FILLER               PIC X(1).
          05 RH-RECORDS-ERROR     PIC 9(7).
          05 FILLER               PIC X(1).
          05 RH-STATUS-CODE       PIC X(4).
          05 FILLER               PIC X(1).
          05 RH-RETURN-CODE       PIC 9(2).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-CJ-STATUS            PIC XX         VALUE SPACES.
          88 WS-CJ-OK                            VALUE '00'.
          88 WS-CJ-EOF                           VALUE '10'.

       01 WS-BQ-STATUS            PIC XX         VALUE SPACES.
          88 WS-BQ-OK                            VALUE '00'.
          88 WS-BQ-EOF                           VALUE '10'.

       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

       01 WS-AP-STATUS            PIC XX         VALUE SPACES.
          88 WS-AP-OK                            VALUE '00'.

       01 WS-PR-STATUS            PIC XX         VALUE SPACES.
          88 WS-PR-OK                            VALUE '00'.

       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.

       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.

       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

      * DATE DE CAISSE TRAITEE (CARTE SYSIN DATE=, DEFAUT LE JOUR)
       01 WS-CASH-DATE            PIC X(10)      VALUE SPACES.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE CAISSE, LA DATE RENDUE DATE LES
      * REGLEMENTS ECRITS DANS FVPAYAPP (P = DATE DE CAISSE,
      * R = REPORTEE, X = REGLEMENTS NON TRANSMIS)
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-POST-DATE            PIC X(10)      VALUE SPACES.
       01 WS-POST-ACTION          PIC X          VALUE 'P'.
       01 WS-RUN-START-TS         PIC X(20)      VALUE SPACES.

      * MODES DE REGLEMENT DU COMPTOIR (MEMES CODES QUE CAISSE03)
       01 WS-METHOD-VALUES.
          05 FILLER               PIC X(12)      VALUE 'ESESPECES   '.
          05 FILLER               PIC X(12)      VALUE 'CHCHEQUES   '.
          05 FILLER               PIC X(12)      VALUE 'CBCARTES    '.
       01 WS-METHOD-TABLE REDEFINES WS-METHOD-VALUES.
          05 WS-MT-ENTRY OCCURS 3 TIMES INDEXED BY MT-IX.
             10 WS-MT-CODE        PIC XX.
             10 WS-MT-LABEL       PIC X(10).
       01 WS-METHOD-IDX           PIC 9          VALUE ZERO.

      * CAISSE PAR OPERATEUR ET PAR MODE : SAISI (JOURNAL) ET REMIS
      * (BORDEREAUX)
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 200 TIMES INDEXED BY OP-IX.
             10 WS-OP-LOGIN       PIC X(8).
             10 WS-OP-METHOD OCCURS 3 TIMES.
                15 WS-OP-KEY-CNT  PIC 9(5).
                15 WS-OP-KEY-AMT  PIC S9(9)V99 COMP-3.
                15 WS-OP-BNK-CNT  PIC 9(5).
                15 WS-OP-BNK-AMT  PIC S9(9)V99 COMP-3.
       01 WS-OPR-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-OPR-MAX              PIC 9(3)       VALUE 200.
       01 WS-OPR-IDX              PIC 9(3)       VALUE ZERO.
       01 WS-SEARCH-LOGIN         PIC X(8)       VALUE SPACES.

      * MONTANTS DE TRAVAIL
       01 WS-BANKED-AMOUNT        PIC S9(9)V99 COMP-3 VALUE +0.
       01 WS-DIFF-AMOUNT          PIC S9(9)V99 COMP-3 VALUE +0.
       01 WS-OPR-KEY-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
       01 WS-OPR-BNK-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
       01 WS-OPR-DIFF-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-JOURNAL-READ      PIC 9(7)       VALUE ZERO.
          05 WS-JOURNAL-DAY       PIC 9(7)       VALUE ZERO.
          05 WS-APPLIED-WRITTEN   PIC 9(7)       VALUE ZERO.
          05 WS-APPLIED-ERRORS    PIC 9(7)       VALUE ZERO.
          05 WS-BANKED-READ       PIC 9(5)       VALUE ZERO.
          05 WS-BANKED-REJECTED   PIC 9(5)       VALUE ZERO.
          05 WS-OPR-DIFFERENCES   PIC 9(5)       VALUE ZERO.
          05 WS-TOTAL-KEYED       PIC S9(11)V99 COMP-3 VALUE +0.
          05 WS-TOTAL-BANKED      PIC S9(11)V99 COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'ARRETE DE CAISSE DU COMPTOIR (CAISJR03 / FVCAISBQ)'.
          05 WS-DATE-LINE.
             10 FILLER            PIC X(17)      VALUE
                'DATE DE CAISSE : '.
             10 WS-RPT-CASH-DATE  PIC X(10).
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-COLUMN-LINE.
             10 FILLER            PIC X(11)      VALUE 'OPERATEUR'.
             10 FILLER            PIC X(12)      VALUE 'MODE'.
             10 FILLER            PIC X(8)       VALUE 'NB SAI'.
             10 FILLER            PIC X(16)      VALUE
                '         SAISI'.
             10 FILLER            PIC X(8)       VALUE 'NB REM'.
             10 FILLER            PIC X(16)      VALUE
                '         REMIS'.
             10 FILLER            PIC X(16)      VALUE
                '         ECART'.
          05 WS-DETAIL-LINE.
             10 WS-RPT-LOGIN      PIC X(8).
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-METHOD     PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-KEY-CNT    PIC ZZ,ZZ9.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-KEY-AMT    PIC -(10)9.99.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-BNK-CNT    PIC ZZ,ZZ9.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-BNK-AMT    PIC -(10)9.99.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-DIFF       PIC -(10)9.99.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-FLAG       PIC X(10).
          05 WS-OPR-TOTAL-LINE.
             10 FILLER            PIC X(11)      VALUE SPACES.
             10 FILLER            PIC X(18)      VALUE
                'TOTAL OPERATEUR   '.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-OT-KEY     PIC -(10)9.99.
             10 FILLER            PIC X(10)      VALUE SPACES.
             10 WS-RPT-OT-BNK     PIC -(10)9.99.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-OT-DIFF    PIC -(10)9.99.
          05 WS-NONE-LINE         PIC X(132)     VALUE
                '   AUCUN REGLEMENT NI BORDEREAU POUR CETTE DATE'.
          05 WS-REJECT-LINE.
             10 FILLER            PIC X(20)      VALUE
                'BORDEREAU IGNORE : '.
             10 WS-RPT-REJ-IMAGE  PIC X(37).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-REJ-REASON PIC X(30).
          05 WS-SUMMARY-LINE-1.
             10 FILLER            PIC X(25)      VALUE
                'REGLEMENTS DU JOUR     : '.
             10 WS-RPT-DAY        PIC ZZZ,ZZ9.
             10 FILLER            PIC X(20)      VALUE
                ' - TOTAL SAISI    : '.
             10 WS-RPT-TOT-KEY    PIC -(12)9.99.
          05 WS-SUMMARY-LINE-2.
             10 FILLER            PIC X(25)      VALUE
                'BORDEREAUX LUS         : '.
             10 WS-RPT-BANKED     PIC ZZZ,ZZ9.
             10 FILLER            PIC X(20)      VALUE
                ' - TOTAL REMIS    : '.
             10 WS-RPT-TOT-BNK    PIC -(12)9.99.
          05 WS-SUMMARY-LINE-3.
             10 FILLER            PIC X(25)      VALUE
                'ECARTS DE CAISSE       : '.
             10 WS-RPT-DIFFS      PIC ZZZ,ZZ9.
             10 FILLER            PIC X(20)      VALUE
                ' - FVPAYAPP ECRITS: '.
             10 WS-RPT-APPLIED    PIC ZZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-JOURNAL
           PERFORM PROCESS-BANKED-SLIPS
           PERFORM PRINT-CASH-DRAWERS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CAISRPT'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-CASH-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-CASH-DATE
              END-STRING
           END-IF

      * PERIODE DE LA DATE DE CAISSE EN CLOTURE OU FERMEE : REGLEMENTS
      * NON TRANSMIS A FVPAYAPP (L'ARRETE DE CAISSE EST TOUT DE MEME
      * EDITE ; LE LOT EST A RELANCER UNE FOIS LA PERIODE PASSEE EN
      * BACKPOST=REDIRECT PAR PERCLOSE) OU DATES DU PREMIER JOUR OUVERT
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-CASH-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE DU ' WS-CASH-DATE ' EN CLOTURE OU '
                      'FERMEE, REGLEMENTS NON TRANSMIS A FVPAYAPP'
              DISPLAY 'A RELANCER APRES PERCLOSE BACKPOST=REDIRECT '
                      'SUR LA PERIODE'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE DU ' WS-CASH-DATE ' EN CLOTURE OU '
                      'FERMEE, REGLEMENTS DATES DU ' WS-POST-DATE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-CASH-DATE TO WS-RPT-CASH-DATE
           WRITE REPORT-RECORD FROM WS-DATE-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE

           OPEN OUTPUT APPLIED-FILE
           IF NOT WS-AP-OK
              DISPLAY 'ERREUR OUVERTURE FVPAYAPP: ' WS-AP-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              GOBACK
           END-IF

           PERFORM OPEN-PAYREF-APPEND
           .

       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END
                       EVALUATE TRUE
                          WHEN SYSIN-RECORD(1:5) = 'DATE='
                             MOVE SYSIN-RECORD(6:10) TO WS-CASH-DATE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * REGISTRE DES REFERENCES IMPUTEES (MEME OUVERTURE QU'IMPREGLS) *
      *****************************************************************
       OPEN-PAYREF-APPEND.
           OPEN EXTEND PAYREF-FILE
           IF NOT WS-PR-OK
              OPEN OUTPUT PAYREF-FILE
           END-IF
           IF NOT WS-PR-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE DE REFERENCES: '
                      WS-PR-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              CLOSE APPLIED-FILE
              GOBACK
           END-IF
           .

      *****************************************************************
      * LECTURE DU JOURNAL : LES REGLEMENTS DE LA DATE DE CAISSE SONT *
      * CUMULES PAR OPERATEUR ET PAR MODE, ET RECOPIES DANS FVPAYAPP  *
      * ET FVPAYREF                                                   *
      *****************************************************************
       PROCESS-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-CJ-OK
              DISPLAY 'JOURNAL DU COMPTOIR INTROUVABLE: ' WS-CJ-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CJ-EOF
              READ JOURNAL-FILE
                 AT END MOVE '10' TO WS-CJ-STATUS
                 NOT AT END
                    ADD 1 TO WS-JOURNAL-READ
                    IF CJ-DATE = WS-CASH-DATE
                       PERFORM PROCESS-JOURNAL-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE '00' TO WS-CJ-STATUS
           .

       PROCESS-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-DAY
           ADD CJ-AMOUNT TO WS-TOTAL-KEYED

           IF WS-POST-ACTION = 'X'
              ADD 1 TO WS-APPLIED-ERRORS
           ELSE
              PERFORM POST-JOURNAL-PAYMENT
           END-IF

           MOVE CJ-LOGIN TO WS-SEARCH-LOGIN
           PERFORM FIND-OPERATOR
           PERFORM FIND-METHOD-CJ
           IF WS-OPR-IDX = 0 OR WS-METHOD-IDX = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-KEY-CNT(WS-OPR-IDX, WS-METHOD-IDX)
           ADD CJ-AMOUNT TO WS-OP-KEY-AMT(WS-OPR-IDX, WS-METHOD-IDX)
           .

      *****************************************************************
      * TRANSMISSION D'UN REGLEMENT A FVPAYAPP (DATE DE CAISSE OU     *
      * PREMIER JOUR OUVERT) ET A FVPAYREF                            *
      *****************************************************************
       POST-JOURNAL-PAYMENT.
           MOVE CJ-PAYMENT TO APPLIED-RECORD
           IF WS-POST-ACTION = 'R'
              MOVE WS-POST-DATE TO APPLIED-RECORD(6:10)
           END-IF
           WRITE APPLIED-RECORD
           IF WS-AP-OK
              ADD 1 TO WS-APPLIED-WRITTEN
              IF WS-POST-ACTION = 'R'
                 MOVE CJ-REFERENCE          TO BP-REFERENCE
                 MOVE CJ-AMOUNT             TO BP-AMOUNT
                 MOVE 'REGLEMENT REPORTE'   TO BP-DETAIL
                 PERFORM APPEND-BACKPOST
              END-IF
           ELSE
              DISPLAY 'ERREUR ECRITURE FVPAYAPP: ' WS-AP-STATUS
              ADD 1 TO WS-APPLIED-ERRORS
              MOVE 8 TO RETURN-CODE
           END-IF

           MOVE CJ-REFERENCE TO PR-REFERENCE
           MOVE CJ-TIMESTAMP TO PR-TIMESTAMP
           WRITE PAYREF-RECORD
           IF NOT WS-PR-OK
              DISPLAY 'ERREUR ECRITURE REGISTRE DE REFERENCES: '
                      WS-PR-STATUS
              MOVE '00' TO WS-PR-STATUS
           END-IF
           .

       FIND-METHOD-CJ.
           MOVE 0 TO WS-METHOD-IDX
           PERFORM VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > 3
              IF WS-MT-CODE(MT-IX) = CJ-METHOD
                 SET WS-METHOD-IDX TO MT-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * RECHERCHE (OU CREATION) DE L'OPERATEUR WS-SEARCH-LOGIN DANS   *
      * LA TABLE DES CAISSES (0 = TABLE PLEINE)                       *
      *****************************************************************
       FIND-OPERATOR.
           MOVE 0 TO WS-OPR-IDX
           PERFORM VARYING OP-IX FROM 1 BY 1
                   UNTIL OP-IX > WS-OPR-COUNT
              IF WS-OP-LOGIN(OP-IX) = WS-SEARCH-LOGIN
                 SET WS-OPR-IDX TO OP-IX
              END-IF
           END-PERFORM
           IF WS-OPR-IDX > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-OPR-COUNT >= WS-OPR-MAX
              DISPLAY 'TABLE DES OPERATEURS PLEINE, IGNORE: '
                      WS-SEARCH-LOGIN
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPR-COUNT
           MOVE WS-OPR-COUNT TO WS-OPR-IDX
           INITIALIZE WS-OPR-ENTRY(WS-OPR-IDX)
           MOVE WS-SEARCH-LOGIN TO WS-OP-LOGIN(WS-OPR-IDX)
           .

      *****************************************************************
      * BORDEREAUX DE REMISE DE LA DATE DE CAISSE (FICHIER FACULTATIF *
      * : SANS BORDEREAU, TOUT LE SAISI APPARAIT EN ECART)            *
      *****************************************************************
       PROCESS-BANKED-SLIPS.
           OPEN INPUT BANKED-FILE
           IF NOT WS-BQ-OK
              DISPLAY 'PAS DE BORDEREAUX DE REMISE (' WS-BQ-STATUS ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BQ-EOF
              READ BANKED-FILE
                 AT END MOVE '10' TO WS-BQ-STATUS
                 NOT AT END
                    IF BQ-DATE = WS-CASH-DATE
                       ADD 1 TO WS-BANKED-READ
                       PERFORM PROCESS-BANKED-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BANKED-FILE
           MOVE '00' TO WS-BQ-STATUS
           .

       PROCESS-BANKED-RECORD.
           MOVE 0 TO WS-METHOD-IDX
           PERFORM VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > 3
              IF WS-MT-CODE(MT-IX) = BQ-METHOD
                 SET WS-METHOD-IDX TO MT-IX
              END-IF
           END-PERFORM
           IF WS-METHOD-IDX = 0
              MOVE 'MODE DE REGLEMENT INCONNU' TO WS-RPT-REJ-REASON
              PERFORM WRITE-BANKED-REJECT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(BQ-AMOUNT-TXT) NOT = 0
              MOVE 'MONTANT NON NUMERIQUE' TO WS-RPT-REJ-REASON
              PERFORM WRITE-BANKED-REJECT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BANKED-AMOUNT = FUNCTION NUMVAL(BQ-AMOUNT-TXT)

           MOVE BQ-LOGIN TO WS-SEARCH-LOGIN
           PERFORM FIND-OPERATOR
           IF WS-OPR-IDX = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-BNK-CNT(WS-OPR-IDX, WS-METHOD-IDX)
           ADD WS-BANKED-AMOUNT
               TO WS-OP-BNK-AMT(WS-OPR-IDX, WS-METHOD-IDX)
           ADD WS-BANKED-AMOUNT TO WS-TOTAL-BANKED
           .

       WRITE-BANKED-REJECT.
           ADD 1 TO WS-BANKED-REJECTED
           MOVE 4 TO RETURN-CODE
           MOVE BANKED-RECORD TO WS-RPT-REJ-IMAGE
           WRITE REPORT-RECORD FROM WS-REJECT-LINE
           .

      *****************************************************************
      * ARRETE PAR OPERATEUR : UNE LIGNE PAR MODE UTILISE, ECART =    *
      * REMIS - SAISI (NEGATIF = MANQUANT EN CAISSE)                  *
      *****************************************************************
       PRINT-CASH-DRAWERS.
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           IF WS-OPR-COUNT = ZERO
              WRITE REPORT-RECORD FROM WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OP-IX FROM 1 BY 1
                   UNTIL OP-IX > WS-OPR-COUNT
              PERFORM PRINT-ONE-DRAWER
           END-PERFORM
           .

       PRINT-ONE-DRAWER.
           MOVE +0 TO WS-OPR-KEY-TOTAL WS-OPR-BNK-TOTAL
           PERFORM VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > 3
              IF WS-OP-KEY-CNT(OP-IX, MT-IX) > 0
                 OR WS-OP-BNK-CNT(OP-IX, MT-IX) > 0
                 PERFORM PRINT-DRAWER-METHOD
              END-IF
           END-PERFORM
           COMPUTE WS-OPR-DIFF-TOTAL =
                   WS-OPR-BNK-TOTAL - WS-OPR-KEY-TOTAL
           MOVE WS-OPR-KEY-TOTAL  TO WS-RPT-OT-KEY
           MOVE WS-OPR-BNK-TOTAL  TO WS-RPT-OT-BNK
           MOVE WS-OPR-DIFF-TOTAL TO WS-RPT-OT-DIFF
           WRITE REPORT-RECORD FROM WS-OPR-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       PRINT-DRAWER-METHOD.
           COMPUTE WS-DIFF-AMOUNT = WS-OP-BNK-AMT(OP-IX, MT-IX)
                                  - WS-OP-KEY-AMT(OP-IX, MT-IX)
           ADD WS-OP-KEY-AMT(OP-IX, MT-IX) TO WS-OPR-KEY-TOTAL
           ADD WS-OP-BNK-AMT(OP-IX, MT-IX) TO WS-OPR-BNK-TOTAL
           MOVE WS-OP-LOGIN(OP-IX)         TO WS-RPT-LOGIN
           MOVE WS-MT-LABEL(MT-IX)         TO WS-RPT-METHOD
           MOVE WS-OP-KEY-CNT(OP-IX, MT-IX) TO WS-RPT-KEY-CNT
           MOVE WS-OP-KEY-AMT(OP-IX, MT-IX) TO WS-RPT-KEY-AMT
           MOVE WS-OP-BNK-CNT(OP-IX, MT-IX) TO WS-RPT-BNK-CNT
           MOVE WS-OP-BNK-AMT(OP-IX, MT-IX) TO WS-RPT-BNK-AMT
           MOVE WS-DIFF-AMOUNT             TO WS-RPT-DIFF
           IF WS-DIFF-AMOUNT = 0
              MOVE SPACES TO WS-RPT-FLAG
           ELSE
              MOVE '** ECART' TO WS-RPT-FLAG
              ADD 1 TO WS-OPR-DIFFERENCES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *****************************************************************
      * CHARGEMENT DU STATUT DES PERIODES (FVPERST) ; FICHIER ABSENT  *
      * = TOUTES LES PERIODES SONT OUVERTES                           *
      *****************************************************************
       LOAD-PERIOD-STATUS.
           OPEN INPUT PERSTAT-FILE
           IF NOT WS-PS-OK
              DISPLAY 'PAS DE STATUT DES PERIODES (' WS-PS-STATUS
                      '), TOUTES LES PERIODES SONT OUVERTES'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PS-EOF
              READ PERSTAT-FILE
                 AT END MOVE '10' TO WS-PS-STATUS
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
           IF NOT WS-BP-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BP-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'CAISRPT'      TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-CASH-DATE   TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

       FINALIZATION.
           MOVE WS-JOURNAL-DAY     TO WS-RPT-DAY
           MOVE WS-TOTAL-KEYED     TO WS-RPT-TOT-KEY
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1
           MOVE WS-BANKED-READ     TO WS-RPT-BANKED
           MOVE WS-TOTAL-BANKED    TO WS-RPT-TOT-BNK
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2
           MOVE WS-OPR-DIFFERENCES TO WS-RPT-DIFFS
           MOVE WS-APPLIED-WRITTEN TO WS-RPT-APPLIED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-3
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           CLOSE APPLIED-FILE
           CLOSE PAYREF-FILE
           DISPLAY 'FIN DU PROGRAMME CAISRPT'
           DISPLAY 'REGLEMENTS DU JOUR: ' WS-JOURNAL-DAY
           DISPLAY 'FVPAYAPP ECRITS: ' WS-APPLIED-WRITTEN
           DISPLAY 'ECARTS DE CAISSE: ' WS-OPR-DIFFERENCES
           IF WS-POST-ACTION = 'X'
              DISPLAY 'NON TRANSMIS (PERIODE FERMEE): '
                      WS-APPLIED-ERRORS
              MOVE 8 TO RETURN-CODE
           END-IF
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
           MOVE 'CAISRPT ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-JOURNAL-DAY     TO RH-RECORDS-READ
           MOVE WS-APPLIED-WRITTEN TO RH-RECORDS-OK
           MOVE WS-APPLIED-ERRORS  TO RH-RECORDS-ERROR
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
