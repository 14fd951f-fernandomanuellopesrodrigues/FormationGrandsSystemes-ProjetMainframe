      *             (AAAA-MM DE LA CARTE ASOF=) : LES COUPLES PERIODE *
      *             /CLIENT DEJA FACTURES SONT TENUS DANS FVLFAPP ET  *
      *             UNE RELANCE NE REFACTURE JAMAIS.                  *
      *             SI LA PERIODE DE LA DATE ASOF= EST EN CLOTURE OU  *
      *             FERMEE (FVPERST, SOUS-PROGRAMME PERIODCK), LE LOT *
      *             EST REFUSE OU SES IMPUTATIONS SONT REPORTEES SUR  *
      *             LA PREMIERE PERIODE OUVERTE (FJ-PERIOD), SELON LE *
      *             MODE DE LA PERIODE ; LA PERIODE FACTUREE RESTE LA *
      *             CLE D'IDEMPOTENCE. CHAQUE REFUS OU REPORT EST     *
      *             TRACE DANS FVBKPOST (RAPPORT BKPOSTRP).           *
      * ENTREE    : SYSIN (ASOF= FACULTATIVE, RATE= FACULTATIVE),     *
      *             FVDUNST (ETAT DES RELANCES), FVLFAPP (PENALITES   *
      *             DEJA FACTUREES, FACULTATIF AU PREMIER RUN),       *
      *             FVORDHST/FVITMHST (FACULTATIFS), FVPERST (STATUT  *
      *             DES PERIODES, FACULTATIF), BASE DB2               *
      * SORTIE    : MAJ API9.CUSTOMERS.BALANCE + FVLFJRN (JOURNAL)    *
      *             + FVLFNOT (AVIS) + FVLFAPP (AJOUT) + RAPPORT      *
      *             + FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT)      *
      *             + FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IH-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
           05 FILLER                  PIC X(1).
           05 IH-PRICE                PIC 9(7)V99.

      * MEME DISPOSITION QUE PERSTAT-RECORD DANS PERCLOSE
       FD  PERSTAT-FILE.
       01  PERSTAT-RECORD.
           05 PS-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1).
           05 PS-STATUS               PIC X(1).
           05 FILLER                  PIC X(1).
           05 PS-BACKPOST             PIC X(1).
           05 FILLER                  PIC X(1).
           05 PS-CHANGE-TS            PIC X(20).

      * MEME DISPOSITION QUE BKPOST-RECORD DANS BKPOSTRP
       FD  BKPOST-FILE.
       01  BKPOST-RECORD.
           05 BP-TIMESTAMP            PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-ACTION               PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-ORIG-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-POST-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-DETAIL               PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1).
           05 RH-START-TS             PIC X(20).
           05 FILLER                  PIC X(1).
           05 RH-END-TS               PIC X(20).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-READ         PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-OK           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-ERROR        PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-STATUS-CODE          PIC X(4).
           05 FILLER                  PIC X(1).
           05 RH-RETURN-CODE          PIC 9(2).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
           88 WS-IH-EOF                     VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-FS-PERST                PIC XX VALUE SPACES.
           88 WS-PERST-OK                   VALUE '00'.
           88 WS-PERST-EOF                  VALUE '10'.
       01  WS-FS-BKPOST               PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                  VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.

      * INDICATEURS DE FIN DE CURSEUR
       01  WS-CUST-EOF-SW             PIC X  VALUE 'N'.
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
       01  WS-PERIOD                  PIC X(7)  VALUE SPACES.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * PERIODE DE COMPTABILISATION EST CELLE DE LA DATE RENDUE
      * (P = DATE ASOF=, R = REPORTEE, X = LOT REFUSE)
       01  WS-PER-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-PER-MAX                 PIC 9(3)  VALUE 120.
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES.
              10 WS-PE-PERIOD         PIC X(7).
              10 WS-PE-STATUS         PIC X(1).
              10 WS-PE-BACKPOST       PIC X(1).
       01  WS-POST-DATE               PIC X(10) VALUE SPACES.
       01  WS-POST-ACTION             PIC X     VALUE 'P'.
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.
       01  WS-POST-PERIOD             PIC X(7)  VALUE SPACES.

      * TAUX DE PENALITE EN POURCENT (CARTE RATE=NN.NN, 1.50 PAR
      * DEFAUT), APPLIQUE AU CUMUL 61-90 + PLUS DE 90 JOURS
       01  WS-FEE-RATE                PIC 99V99 VALUE 1.50.
              10 FILLER               PIC X(9)  VALUE '  TAUX: '.
              10 WS-RPT-RATE          PIC Z9.99.
              10 FILLER               PIC X(9)  VALUE ' PCT'.
              10 FILLER               PIC X(19) VALUE
                 '  IMPUTATION SUR : '.
              10 WS-RPT-POST-PERIOD   PIC X(7)  VALUE SPACES.
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-DETAIL-LINE.
              10 FILLER               PIC X(9)  VALUE 'CLIENT: '.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME LATEFEE'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-ASOF-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
           MOVE WS-ASOF-DATE TO H-ASOF-DATE
           MOVE WS-ASOF-DATE(1:7) TO WS-PERIOD

           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-ASOF-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE ' WS-PERIOD ' EN CLOTURE OU FERMEE, '
                      'AUCUNE PENALITE IMPUTEE'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE WS-POST-DATE(1:7) TO WS-POST-PERIOD
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE ' WS-PERIOD ' EN CLOTURE OU FERMEE, '
                      'IMPUTATIONS REPORTEES SUR ' WS-POST-PERIOD
           END-IF

           PERFORM LOAD-DUN-STATE
           PERFORM LOAD-FEES-APPLIED
           PERFORM LOAD-ARCHIVE-TABLES
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-PERIOD   TO WS-RPT-PERIOD
           MOVE WS-FEE-RATE TO WS-RPT-RATE
           MOVE WS-POST-PERIOD TO WS-RPT-POST-PERIOD
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE

           ADD 1 TO WS-FEES-CHARGED
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES

           MOVE WS-POST-PERIOD   TO FJ-PERIOD
           MOVE H-C-NO           TO FJ-CUST-NO
           MOVE WS-OVERDUE-TOTAL TO FJ-OVERDUE
           MOVE WS-FEE-AMOUNT    TO FJ-FEE

           PERFORM WRITE-FEE-NOTICE
           PERFORM APPEND-FEE-APPLIED
           IF WS-POST-ACTION = 'R'
              MOVE H-C-NO        TO BP-REFERENCE
              MOVE WS-FEE-AMOUNT TO BP-AMOUNT
              MOVE 'PENALITE REPORTEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF

           MOVE H-C-NO           TO WS-RPT-CUST
           MOVE WS-OVERDUE-TOTAL TO WS-RPT-OVERDUE
           MOVE '00' TO WS-FS-FEEAPP
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
              MOVE 'LATEFEE'      TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-ASOF-DATE   TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-FS-BKPOST
              ADD 1 TO WS-ERRORS
           END-IF
           MOVE '00' TO WS-FS-BKPOST
           .

       FINALIZATION.
           EXEC SQL COMMIT END-EXEC
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              DISPLAY 'ERREURS: ' WS-ERRORS
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
           MOVE 'LATEFEE ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-CUST-READ    TO RH-RECORDS-READ
           MOVE WS-FEES-CHARGED TO RH-RECORDS-OK
           MOVE WS-ERRORS       TO RH-RECORDS-ERROR
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
