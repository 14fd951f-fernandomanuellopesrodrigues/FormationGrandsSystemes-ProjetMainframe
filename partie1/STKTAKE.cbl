      *             APPLIQUE LES AJUSTEMENTS ET TIENT UN JOURNAL DES  *
      *             AJUSTEMENTS AVANT/APRES PAR PRODUIT POUR LES      *
      *             COMMISSAIRES AUX COMPTES.                         *
      *             LA DATE DU COMPTAGE (CARTE COUNTDATE=, DU JOUR    *
      *             PAR DEFAUT) EST CONTROLEE CONTRE LE STATUT DES    *
      *             PERIODES (FVPERST, SOUS-PROGRAMME PERIODCK) : SI  *
      *             SA PERIODE EST EN CLOTURE OU FERMEE, LE LOT EST   *
      *             REFUSE OU LES ECARTS SONT IMPUTES AU PREMIER JOUR *
      *             DE LA PREMIERE PERIODE OUVERTE, SELON LE MODE DE  *
      *             LA PERIODE. CHAQUE REFUS OU REPORT EST TRACE DANS *
      *             FVBKPOST (RAPPORT BKPOSTRP).                      *
      * ENTREE    : FNCOUNT (PRODUIT, QUANTITE COMPTEE, COMPTEUR),    *
      *             SYSIN (COUNTDATE= FACULTATIVE), FVPERST (STATUT   *
      *             DES PERIODES, FACULTATIF)                         *
      * SORTIE    : MAJ API9.PRODUCTS.STOCK + RAPPORT D'ECARTS        *
      *             (FREPORT) + JOURNAL DES AJUSTEMENTS (FNSTKJRN)    *
      *             + FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT)      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT COUNT-FILE
               ASSIGN TO FNCOUNT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * LONGUEUR VARIABLE 20 A 23 : LES ANCIENNES FEUILLES SANS
      * ENTREPOT RESTENT LISIBLES (COMPTAGE SOCIETE ENTIERE)
       FD  COUNT-FILE
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-REFERENCE         PIC X(10).

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

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-MV-STATUS            PIC XX         VALUE SPACES.
          88 WS-MV-OK                            VALUE '00'.

       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.

       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.

      * DATE DU COMPTAGE (CARTE COUNTDATE=AAAA-MM-JJ, DU JOUR PAR
      * DEFAUT) ET DATE D'IMPUTATION RENDUE PAR PERIODCK
      * (P = DATE DU COMPTAGE, R = REPORTEE, X = LOT REFUSE)
       01 WS-COUNT-DATE           PIC X(10)      VALUE SPACES.
       01 WS-POST-DATE            PIC X(10)      VALUE SPACES.
       01 WS-POST-ACTION          PIC X          VALUE 'P'.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).

      * GRANDEURS DU COMPTAGE EN COURS
       01 WS-COUNTED-QTY          PIC S9(5)      VALUE ZERO.
       01 WS-VARIANCE-QTY         PIC S9(7)      VALUE ZERO.
          05 WS-COLUMN-LINE       PIC X(132)     VALUE
                'PRODUIT  COMPTE   LIVRE    ECART QTE   ECART VALEUR
      -         '  COMPTEUR'.
          05 WS-DATE-LINE.
             10 FILLER            PIC X(19)      VALUE
                'DATE DU COMPTAGE : '.
             10 WS-RPT-COUNT-DATE PIC X(10).
             10 FILLER            PIC X(19)      VALUE
                '  IMPUTATION AU : '.
             10 WS-RPT-POST-DATE  PIC X(10).
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(2)       VALUE SPACES.
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME STKTAKE'

           PERFORM READ-SYSIN-CARDS
           IF WS-COUNT-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-COUNT-DATE
              END-STRING
           END-IF

      * CONTROLE DE LA PERIODE AVANT TOUT AJUSTEMENT : UN LOT REFUSE
      * NE TOUCHE NI AU STOCK NI AUX JOURNAUX
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-COUNT-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE ' WS-COUNT-DATE(1:7)
                      ' EN CLOTURE OU FERMEE, AUCUN AJUSTEMENT'
              MOVE SPACES TO BP-REFERENCE
              MOVE +0     TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE ' WS-COUNT-DATE(1:7)
                      ' EN CLOTURE OU FERMEE, ECARTS IMPUTES AU '
                      WS-POST-DATE
           END-IF

           OPEN INPUT COUNT-FILE
           IF NOT WS-CT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER COMPTAGE: '
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-COUNT-DATE TO WS-RPT-COUNT-DATE
           MOVE WS-POST-DATE  TO WS-RPT-POST-DATE
           WRITE REPORT-RECORD FROM WS-DATE-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .
              MOVE '00' TO WS-MV-STATUS
           END-IF

      * ECART IMPUTE HORS DE LA PERIODE DU COMPTAGE : TRACE POUR LA
      * COMPTABILITE (VALEUR DE L'ECART AU PRIX CATALOGUE)
           IF WS-POST-ACTION = 'R'
              MOVE CT-PROD-NO        TO BP-REFERENCE
              MOVE WS-VARIANCE-VALUE TO BP-AMOUNT
              MOVE 'ECART D''INVENTAIRE REPORTE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF

           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= 100
              EXEC SQL COMMIT END-EXEC
           END-IF
           .

      *****************************************************************
      * LECTURE DE LA CARTE SYSIN COUNTDATE= (SYSIN ABSENT ACCEPTE)   *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END
                       IF SYSIN-RECORD(1:10) = 'COUNTDATE='
                          MOVE SYSIN-RECORD(11:10) TO WS-COUNT-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
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
              MOVE 'STKTAKE'      TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-COUNT-DATE  TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
              ADD 1 TO WS-RECORDS-ERROR
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

       WRITE-DETAIL-LINE.
           MOVE CT-PROD-NO        TO WS-RPT-PRODUCT
           MOVE WS-COUNTED-QTY    TO WS-RPT-COUNTED
