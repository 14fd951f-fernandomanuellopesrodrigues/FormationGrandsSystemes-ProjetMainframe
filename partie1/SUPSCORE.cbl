       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : TABLEAU DE BORD DE PERFORMANCE DES FOURNISSEURS   *
      * OBJECTIF  : IMPRECPT RAPPROCHE CHAQUE RECEPTION DE SA LIGNE   *
      *             DE COMMANDE D'ACHAT ET LE MAITRE FNSUPMST PORTE   *
      *             LE DELAI DE LIVRAISON PROMIS, MAIS PERSONNE N'EN  *
      *             TIRAIT UNE NOTE PAR FOURNISSEUR. CE PROGRAMME LIT *
      *             L'HISTORIQUE DES RECEPTIONS RAPPROCHEES (FNRCHST, *
      *             ALIMENTE PAR IMPRECPT) SUR LA PERIODE FROM= /     *
      *             TO= (DATE DE RECEPTION) ET CALCULE PAR            *
      *             FOURNISSEUR :                                     *
      *             - LE TAUX DE LIVRAISON A L'HEURE (RECEPTION AU    *
      *               PLUS TARD A LA DATE ATTENDUE DU CARNET FNPOMST) *
      *               ET LE RETARD MOYEN DES LIVRAISONS TARDIVES ;    *
      *             - LE TAUX DE SERVICE (QUANTITE RECUE PLAFONNEE A  *
      *               LA QUANTITE COMMANDEE / QUANTITE COMMANDEE) ET  *
      *               LE NOMBRE DE LIGNES SOUS- ET SUR-LIVREES ;      *
      *             - LE DELAI REEL MOYEN (PASSATION -> RECEPTION)    *
      *               CONTRE LE DELAI PROMIS DU MAITRE ;              *
      *             - L'ECART DU COUT D'ACHAT (PRIX CONVENU AU        *
      *               CARNET) SUR LE COUT API7.PRODUCTS.COST RELEVE A *
      *               LA RECEPTION.                                   *
      *             LA NOTE SUR 100 PONDERE LIVRAISON A L'HEURE (40), *
      *             TAUX DE SERVICE (40) ET RECEPTIONS DANS LE DELAI  *
      *             PROMIS (20) ; LES FOURNISSEURS SONT EDITES DU     *
      *             MOINS BON AU MEILLEUR POUR LES ACHETEURS.         *
      * ENTREE    : SYSIN (FROM= / TO= FACULTATIVES : TO = DATE DU    *
      *             JOUR, FROM = TO - 90 JOURS), FNRCHST (HISTORIQUE  *
      *             DES RECEPTIONS), FNSUPMST (MAITRE, FACULTATIF)    *
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

      * HISTORIQUE DES RECEPTIONS RAPPROCHEES (ALIMENTE PAR IMPRECPT)
           SELECT RCHIST-FILE
               ASSIGN TO FNRCHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

      * MAITRE FOURNISSEURS (TENU PAR SUPMNT) : NOM ET DELAI PROMIS
           SELECT SUP-FILE
               ASSIGN TO FNSUPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-SU-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * MEME DISPOSITION QUE RCHIST-RECORD DANS IMPRECPT
       FD  RCHIST-FILE.
       01 RCHIST-RECORD.
          05 RH-RECV-DATE         PIC X(10).
          05 FILLER               PIC X(1).
          05 RH-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1).
          05 RH-PO-NO             PIC X(7).
          05 FILLER               PIC X(1).
          05 RH-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 RH-QTY-RECEIVED      PIC 9(5).
          05 FILLER               PIC X(1).
          05 RH-QTY-ORDERED       PIC 9(5).
          05 FILLER               PIC X(1).
          05 RH-CUM-RECEIVED      PIC 9(5).
          05 FILLER               PIC X(1).
          05 RH-DATE-ORDERED      PIC X(10).
          05 FILLER               PIC X(1).
          05 RH-DATE-EXPECTED     PIC X(10).
          05 FILLER               PIC X(1).
          05 RH-UNIT-PRICE        PIC 9(5)V99.
          05 FILLER               PIC X(1).
          05 RH-STD-COST          PIC 9(5)V99.

      * MAITRE FOURNISSEURS : MEME DISPOSITION QUE SUP-RECORD DANS
      * SUPMNT
       FD  SUP-FILE.
       01 SUP-RECORD.
          05 SUP-KEY.
             10 SUP-NO            PIC X(4).
          05 SUP-NAME             PIC X(30).
          05 SUP-LEADTIME         PIC 9(3).
          05 SUP-ACTIVE           PIC X(1).
          05 SUP-PAY-TERMS        PIC 9(3).
          05 SUP-BANK-ACCT        PIC X(34).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.
          88 WS-RH-EOF                           VALUE '10'.

       01 WS-SU-STATUS            PIC XX         VALUE SPACES.
          88 WS-SU-OK                            VALUE '00'.

      * LE MAITRE EST FACULTATIF : ABSENT, NOMS ET DELAIS PROMIS NE
      * SONT PAS EDITES (ANNONCE)
       01 WS-SU-AVAIL-SW          PIC X          VALUE 'N'.
          88 WS-SU-AVAILABLE                     VALUE 'Y'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * PERIODE ANALYSEE (AAAA-MM-JJ)
       01 WS-FROM-DATE            PIC X(10)      VALUE SPACES.
       01 WS-TO-DATE              PIC X(10)      VALUE SPACES.

      * CONVERSION DE DATES (AAAA-MM-JJ -> ENTIER)
       01 WS-DATE-TXT             PIC X(10)      VALUE SPACES.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-INT             PIC S9(9) COMP VALUE 0.
       01 WS-DATE-VALID-SW        PIC X          VALUE 'N'.
          88 WS-DATE-VALID                       VALUE 'Y'.
       01 WS-RECV-INT             PIC S9(9) COMP VALUE 0.
       01 WS-DAYS                 PIC S9(5) COMP VALUE 0.

      * CUMULS PAR FOURNISSEUR
       01 WS-SUP-TABLE.
          05 WS-SP-ENTRY OCCURS 500 TIMES INDEXED BY SP-IX.
             10 WS-SP-SUP-NO      PIC X(4).
             10 WS-SP-RECEIPTS    PIC 9(5)       COMP.
             10 WS-SP-DATED       PIC 9(5)       COMP.
             10 WS-SP-ON-TIME     PIC 9(5)       COMP.
             10 WS-SP-LATE-DAYS   PIC 9(7)       COMP.
             10 WS-SP-LEAD-CNT    PIC 9(5)       COMP.
             10 WS-SP-LEAD-DAYS   PIC 9(7)       COMP.
             10 WS-SP-LEAD-OK     PIC 9(5)       COMP.
             10 WS-SP-QTY-ORD     PIC 9(9)       COMP.
             10 WS-SP-QTY-FILLED  PIC 9(9)       COMP.
             10 WS-SP-SHORT-LINES PIC 9(5)       COMP.
             10 WS-SP-OVER-LINES  PIC 9(5)       COMP.
             10 WS-SP-PURCH-AMT   PIC S9(11)V99  COMP-3.
             10 WS-SP-STD-AMT     PIC S9(11)V99  COMP-3.
             10 WS-SP-SCORE       PIC 9(3)V9     COMP-3.
             10 WS-SP-PRINTED     PIC X.
       01 WS-SUP-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-SUP-MAX              PIC 9(4)       VALUE 500.
       01 WS-SUP-FOUND            PIC 9(4)       VALUE ZERO.

      * LIGNES DE COMMANDE VUES SUR LA PERIODE : DERNIER CUMUL RECU
      * POUR LE TAUX DE SERVICE
       01 WS-LINE-TABLE.
          05 WS-LN-ENTRY OCCURS 5000 TIMES INDEXED BY LN-IX.
             10 WS-LN-SUP-NO      PIC X(4).
             10 WS-LN-PO-NO       PIC X(7).
             10 WS-LN-PROD-NO     PIC X(3).
             10 WS-LN-ORDERED     PIC 9(5).
             10 WS-LN-CUM         PIC 9(5).
       01 WS-LINE-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-LINE-MAX             PIC 9(5)       VALUE 5000.
       01 WS-LINE-FOUND           PIC 9(5)       VALUE ZERO.

      * CALCUL DES TAUX
       01 WS-PCT-ON-TIME          PIC 9(3)V9     VALUE ZERO.
       01 WS-PCT-FILL             PIC 9(3)V9     VALUE ZERO.
       01 WS-PCT-LEAD-OK          PIC 9(3)V9     VALUE ZERO.
       01 WS-AVG-LATE             PIC 9(5)V9     VALUE ZERO.
       01 WS-AVG-LEAD             PIC 9(5)V9     VALUE ZERO.
       01 WS-PCT-COST             PIC S9(5)V9    VALUE ZERO.
       01 WS-BEST-IX              PIC 9(4)       VALUE ZERO.
       01 WS-RANK                 PIC 9(4)       VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(7)       VALUE ZERO.
          05 WS-RECORDS-IN-RANGE  PIC 9(7)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'TABLEAU DE BORD DE PERFORMANCE DES FOURNISSEURS (DU
      -         ' MOINS BON AU MEILLEUR)'.
          05 WS-PERIOD-LINE.
             10 FILLER            PIC X(20)      VALUE
                'RECEPTIONS DU     : '.
             10 WS-RPT-FROM       PIC X(10).
             10 FILLER            PIC X(5)       VALUE ' AU '.
             10 WS-RPT-TO         PIC X(10).
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-COLUMN-LINE       PIC X(132)     VALUE
                'RANG FOUR NOM                  RECEP  A L''H%  RETARD
      -         '  SERV%  SOUS  SUR  DELAI REEL/PROMIS  ECART COUT%  NO
      -         'TE'.
          05 WS-DETAIL-LINE.
             10 WS-RPT-RANK       PIC ZZZ9.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-SUP        PIC X(4).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-NAME       PIC X(20).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-RECEIPTS   PIC ZZ,ZZ9.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-ON-TIME    PIC ZZ9.9.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-LATE       PIC ZZZ9.9.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-FILL       PIC ZZ9.9.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-SHORT      PIC ZZZ9.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-OVER       PIC ZZZ9.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-LEAD       PIC ZZZ9.9.
             10 FILLER            PIC X(3)       VALUE ' / '.
             10 WS-RPT-PROMISED   PIC ZZ9.
             10 FILLER            PIC X(6)       VALUE SPACES.
             10 WS-RPT-COST       PIC ---9.9.
             10 FILLER            PIC X(5)       VALUE SPACES.
             10 WS-RPT-SCORE      PIC ZZ9.9.
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(23)      VALUE
                'RECEPTIONS LUES      : '.
             10 WS-RPT-READ       PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(18)      VALUE
                ' - DANS PERIODE : '.
             10 WS-RPT-IN-RANGE   PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(18)      VALUE
                ' - FOURNISSEURS : '.
             10 WS-RPT-SUPPLIERS  PIC Z,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-FILE
           PERFORM COMPUTE-FILL-RATES
           PERFORM COMPUTE-SCORES
           PERFORM PRINT-SCORECARD
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                               *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME SUPSCORE'
           PERFORM READ-SYSIN-CARDS
           IF WS-TO-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-TO-DATE
              END-STRING
           END-IF
           MOVE WS-TO-DATE TO WS-DATE-TXT
           PERFORM CONVERT-DATE
           IF NOT WS-DATE-VALID
              DISPLAY 'CARTE TO= INVALIDE: ' WS-TO-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-FROM-DATE = SPACES
              SUBTRACT 90 FROM WS-DATE-INT
              COMPUTE WS-DATE-CCYYMMDD =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              MOVE WS-DATE-CCYYMMDD(1:4) TO WS-FROM-DATE(1:4)
              MOVE '-'                   TO WS-FROM-DATE(5:1)
              MOVE WS-DATE-CCYYMMDD(5:2) TO WS-FROM-DATE(6:2)
              MOVE '-'                   TO WS-FROM-DATE(8:1)
              MOVE WS-DATE-CCYYMMDD(7:2) TO WS-FROM-DATE(9:2)
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'PERIODE INVALIDE: ' WS-FROM-DATE ' > '
                      WS-TO-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT RCHIST-FILE
           IF NOT WS-RH-OK
              DISPLAY 'ERREUR OUVERTURE HISTORIQUE DES RECEPTIONS: '
                      WS-RH-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE RCHIST-FILE
              GOBACK
           END-IF

           OPEN INPUT SUP-FILE
           IF WS-SU-OK
              MOVE 'Y' TO WS-SU-AVAIL-SW
           ELSE
              DISPLAY 'PAS DE MAITRE FOURNISSEURS ('
                      WS-SU-STATUS '), DELAIS PROMIS NON EDITES'
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-FROM-DATE TO WS-RPT-FROM
           MOVE WS-TO-DATE   TO WS-RPT-TO
           WRITE REPORT-RECORD FROM WS-PERIOD-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN FROM= / TO=                          *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END
                       EVALUATE TRUE
                          WHEN SYSIN-RECORD(1:5) = 'FROM='
                             MOVE SYSIN-RECORD(6:10) TO WS-FROM-DATE
                          WHEN SYSIN-RECORD(1:3) = 'TO='
                             MOVE SYSIN-RECORD(4:10) TO WS-TO-DATE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * CONVERSION D'UNE DATE AAAA-MM-JJ (WS-DATE-TXT) EN ENTIER      *
      * (WS-DATE-INT) ; WS-DATE-VALID SIGNALE UNE DATE EXPLOITABLE    *
      *****************************************************************
       CONVERT-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-DATE-TXT(1:4) NOT NUMERIC
              OR WS-DATE-TXT(6:2) NOT NUMERIC
              OR WS-DATE-TXT(9:2) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TXT(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-DATE-TXT(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-DATE-TXT(9:2) TO WS-DATE-CCYYMMDD(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           MOVE 'Y' TO WS-DATE-VALID-SW
           .

      *****************************************************************
      * TRAITEMENT DE L'HISTORIQUE                                   *
      *****************************************************************
       PROCESS-FILE.
           PERFORM UNTIL WS-RH-EOF
              READ RCHIST-FILE
                 AT END MOVE '10' TO WS-RH-STATUS
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF RH-RECV-DATE >= WS-FROM-DATE
                       AND RH-RECV-DATE <= WS-TO-DATE
                       AND RH-SUP-NO NOT = SPACES
                       ADD 1 TO WS-RECORDS-IN-RANGE
                       PERFORM PROCESS-RECORD
                    END-IF
              END-READ
           END-PERFORM
           .

      *****************************************************************
      * CUMUL D'UNE RECEPTION SUR SON FOURNISSEUR                     *
      *****************************************************************
       PROCESS-RECORD.
           PERFORM FIND-SUPPLIER
           IF WS-SUP-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           SET SP-IX TO WS-SUP-FOUND
           ADD 1 TO WS-SP-RECEIPTS(SP-IX)

           MOVE RH-RECV-DATE TO WS-DATE-TXT
           PERFORM CONVERT-DATE
           IF NOT WS-DATE-VALID
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'DATE DE RECEPTION INVALIDE: ' RH-SUP-NO ' '
                      RH-PO-NO '/' RH-PROD-NO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-RECV-INT

      * A L'HEURE : RECEPTION AU PLUS TARD A LA DATE ATTENDUE
           MOVE RH-DATE-EXPECTED TO WS-DATE-TXT
           PERFORM CONVERT-DATE
           IF WS-DATE-VALID
              ADD 1 TO WS-SP-DATED(SP-IX)
              IF WS-RECV-INT <= WS-DATE-INT
                 ADD 1 TO WS-SP-ON-TIME(SP-IX)
              ELSE
                 COMPUTE WS-DAYS = WS-RECV-INT - WS-DATE-INT
                 ADD WS-DAYS TO WS-SP-LATE-DAYS(SP-IX)
              END-IF
           END-IF

      * DELAI REEL : PASSATION -> RECEPTION, CONTRE LE DELAI PROMIS
           MOVE RH-DATE-ORDERED TO WS-DATE-TXT
           PERFORM CONVERT-DATE
           IF WS-DATE-VALID AND WS-RECV-INT >= WS-DATE-INT
              COMPUTE WS-DAYS = WS-RECV-INT - WS-DATE-INT
              ADD 1 TO WS-SP-LEAD-CNT(SP-IX)
              ADD WS-DAYS TO WS-SP-LEAD-DAYS(SP-IX)
              MOVE RH-SUP-NO TO SUP-NO
              IF WS-SU-AVAILABLE
                 READ SUP-FILE
              END-IF
              IF NOT WS-SU-AVAILABLE OR NOT WS-SU-OK
                 OR WS-DAYS <= SUP-LEADTIME
                 ADD 1 TO WS-SP-LEAD-OK(SP-IX)
              END-IF
           END-IF

      * COUT : PRIX CONVENU CONTRE COUT PRODUIT, SI LES DEUX SONT
      * CONNUS
           IF RH-UNIT-PRICE > 0 AND RH-STD-COST > 0
              COMPUTE WS-SP-PURCH-AMT(SP-IX) =
                      WS-SP-PURCH-AMT(SP-IX)
                      + RH-UNIT-PRICE * RH-QTY-RECEIVED
              COMPUTE WS-SP-STD-AMT(SP-IX) =
                      WS-SP-STD-AMT(SP-IX)
                      + RH-STD-COST * RH-QTY-RECEIVED
           END-IF

           PERFORM TRACK-PO-LINE
           .

      *****************************************************************
      * RECHERCHE / CREATION DU FOURNISSEUR DANS LA TABLE             *
      *****************************************************************
       FIND-SUPPLIER.
           MOVE 0 TO WS-SUP-FOUND
           PERFORM VARYING SP-IX FROM 1 BY 1
                   UNTIL SP-IX > WS-SUP-COUNT OR WS-SUP-FOUND > 0
              IF WS-SP-SUP-NO(SP-IX) = RH-SUP-NO
                 SET WS-SUP-FOUND TO SP-IX
              END-IF
           END-PERFORM
           IF WS-SUP-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-SUP-COUNT >= WS-SUP-MAX
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'TABLE DES FOURNISSEURS PLEINE, FOURNISSEUR '
                      RH-SUP-NO ' IGNORE'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUP-COUNT
           MOVE WS-SUP-COUNT TO WS-SUP-FOUND
           INITIALIZE WS-SP-ENTRY(WS-SUP-COUNT)
           MOVE RH-SUP-NO TO WS-SP-SUP-NO(WS-SUP-COUNT)
           MOVE 'N' TO WS-SP-PRINTED(WS-SUP-COUNT)
           .

      *****************************************************************
      * LIGNE DE COMMANDE : LE PLUS GRAND CUMUL RECU VU SUR LA PERIODE*
      * EST RETENU POUR LE TAUX DE SERVICE                            *
      *****************************************************************
       TRACK-PO-LINE.
           MOVE 0 TO WS-LINE-FOUND
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > WS-LINE-COUNT OR WS-LINE-FOUND > 0
              IF WS-LN-PO-NO(LN-IX) = RH-PO-NO
                 AND WS-LN-PROD-NO(LN-IX) = RH-PROD-NO
                 SET WS-LINE-FOUND TO LN-IX
              END-IF
           END-PERFORM
           IF WS-LINE-FOUND = 0
              IF WS-LINE-COUNT >= WS-LINE-MAX
                 ADD 1 TO WS-RECORDS-ERROR
                 DISPLAY 'TABLE DES LIGNES DE COMMANDE PLEINE, LIGNE '
                         RH-PO-NO '/' RH-PROD-NO ' IGNOREE'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LINE-COUNT
              MOVE WS-LINE-COUNT TO WS-LINE-FOUND
              MOVE RH-SUP-NO  TO WS-LN-SUP-NO(WS-LINE-COUNT)
              MOVE RH-PO-NO   TO WS-LN-PO-NO(WS-LINE-COUNT)
              MOVE RH-PROD-NO TO WS-LN-PROD-NO(WS-LINE-COUNT)
              MOVE ZERO       TO WS-LN-CUM(WS-LINE-COUNT)
           END-IF
           SET LN-IX TO WS-LINE-FOUND
           MOVE RH-QTY-ORDERED TO WS-LN-ORDERED(LN-IX)
           IF RH-CUM-RECEIVED > WS-LN-CUM(LN-IX)
              MOVE RH-CUM-RECEIVED TO WS-LN-CUM(LN-IX)
           END-IF
           .

      *****************************************************************
      * TAUX DE SERVICE : RECU PLAFONNE AU COMMANDE ; UNE LIGNE EN    *
      * DESSOUS EST SOUS-LIVREE, AU-DESSUS SUR-LIVREE                 *
      *****************************************************************
       COMPUTE-FILL-RATES.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > WS-LINE-COUNT
              MOVE 0 TO WS-SUP-FOUND
              PERFORM VARYING SP-IX FROM 1 BY 1
                      UNTIL SP-IX > WS-SUP-COUNT OR WS-SUP-FOUND > 0
                 IF WS-SP-SUP-NO(SP-IX) = WS-LN-SUP-NO(LN-IX)
                    SET WS-SUP-FOUND TO SP-IX
                 END-IF
              END-PERFORM
              IF WS-SUP-FOUND > 0
                 SET SP-IX TO WS-SUP-FOUND
                 ADD WS-LN-ORDERED(LN-IX) TO WS-SP-QTY-ORD(SP-IX)
                 EVALUATE TRUE
                    WHEN WS-LN-CUM(LN-IX) < WS-LN-ORDERED(LN-IX)
                       ADD 1 TO WS-SP-SHORT-LINES(SP-IX)
                       ADD WS-LN-CUM(LN-IX) TO WS-SP-QTY-FILLED(SP-IX)
                    WHEN WS-LN-CUM(LN-IX) > WS-LN-ORDERED(LN-IX)
                       ADD 1 TO WS-SP-OVER-LINES(SP-IX)
                       ADD WS-LN-ORDERED(LN-IX)
                          TO WS-SP-QTY-FILLED(SP-IX)
                    WHEN OTHER
                       ADD WS-LN-CUM(LN-IX) TO WS-SP-QTY-FILLED(SP-IX)
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * NOTE SUR 100 : 40 % A L'HEURE + 40 % SERVICE + 20 % DANS LE   *
      * DELAI PROMIS (UNE COMPOSANTE SANS DONNEE COMPTE A 100 %)      *
      *****************************************************************
       COMPUTE-SCORES.
           PERFORM VARYING SP-IX FROM 1 BY 1
                   UNTIL SP-IX > WS-SUP-COUNT
              PERFORM COMPUTE-RATES
              COMPUTE WS-SP-SCORE(SP-IX) ROUNDED =
                      WS-PCT-ON-TIME * 0.4
                      + WS-PCT-FILL * 0.4
                      + WS-PCT-LEAD-OK * 0.2
           END-PERFORM
           .

      *****************************************************************
      * TAUX DU FOURNISSEUR SP-IX                                     *
      *****************************************************************
       COMPUTE-RATES.
           MOVE 100 TO WS-PCT-ON-TIME
           MOVE 100 TO WS-PCT-FILL
           MOVE 100 TO WS-PCT-LEAD-OK
           MOVE ZERO TO WS-AVG-LATE
           MOVE ZERO TO WS-AVG-LEAD
           MOVE ZERO TO WS-PCT-COST
           IF WS-SP-DATED(SP-IX) > 0
              COMPUTE WS-PCT-ON-TIME ROUNDED =
                      WS-SP-ON-TIME(SP-IX) * 100 / WS-SP-DATED(SP-IX)
              IF WS-SP-DATED(SP-IX) > WS-SP-ON-TIME(SP-IX)
                 COMPUTE WS-AVG-LATE ROUNDED =
                         WS-SP-LATE-DAYS(SP-IX)
                         / (WS-SP-DATED(SP-IX) - WS-SP-ON-TIME(SP-IX))
              END-IF
           END-IF
           IF WS-SP-QTY-ORD(SP-IX) > 0
              COMPUTE WS-PCT-FILL ROUNDED =
                      WS-SP-QTY-FILLED(SP-IX) * 100
                      / WS-SP-QTY-ORD(SP-IX)
           END-IF
           IF WS-SP-LEAD-CNT(SP-IX) > 0
              COMPUTE WS-PCT-LEAD-OK ROUNDED =
                      WS-SP-LEAD-OK(SP-IX) * 100 / WS-SP-LEAD-CNT(SP-IX)
              COMPUTE WS-AVG-LEAD ROUNDED =
                      WS-SP-LEAD-DAYS(SP-IX) / WS-SP-LEAD-CNT(SP-IX)
           END-IF
           IF WS-SP-STD-AMT(SP-IX) > 0
              COMPUTE WS-PCT-COST ROUNDED =
                      (WS-SP-PURCH-AMT(SP-IX) - WS-SP-STD-AMT(SP-IX))
                      * 100 / WS-SP-STD-AMT(SP-IX)
           END-IF
           .

      *****************************************************************
      * EDITION DU MOINS BON AU MEILLEUR : A CHAQUE PASSAGE, LE       *
      * FOURNISSEUR NON EDITE A LA PLUS FAIBLE NOTE                   *
      *****************************************************************
       PRINT-SCORECARD.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-SUP-COUNT
              MOVE 0 TO WS-BEST-IX
              PERFORM VARYING SP-IX FROM 1 BY 1
                      UNTIL SP-IX > WS-SUP-COUNT
                 IF WS-SP-PRINTED(SP-IX) = 'N'
                    IF WS-BEST-IX = 0
                       SET WS-BEST-IX TO SP-IX
                    ELSE
                       IF WS-SP-SCORE(SP-IX) <
                          WS-SP-SCORE(WS-BEST-IX)
                          SET WS-BEST-IX TO SP-IX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              SET SP-IX TO WS-BEST-IX
              MOVE 'Y' TO WS-SP-PRINTED(SP-IX)
              PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           .

      *****************************************************************
      * ECRITURE LIGNE DE DETAIL                                     *
      *****************************************************************
       WRITE-DETAIL-LINE.
           PERFORM COMPUTE-RATES
           MOVE WS-RANK             TO WS-RPT-RANK
           MOVE WS-SP-SUP-NO(SP-IX) TO WS-RPT-SUP
           MOVE SPACES              TO WS-RPT-NAME
           MOVE ZERO                TO WS-RPT-PROMISED
           IF WS-SU-AVAILABLE
              MOVE WS-SP-SUP-NO(SP-IX) TO SUP-NO
              READ SUP-FILE
              IF WS-SU-OK
                 MOVE SUP-NAME     TO WS-RPT-NAME
                 MOVE SUP-LEADTIME TO WS-RPT-PROMISED
              ELSE
                 MOVE '*** INCONNU AU MAITRE ***' TO WS-RPT-NAME
              END-IF
           END-IF
           MOVE WS-SP-RECEIPTS(SP-IX)    TO WS-RPT-RECEIPTS
           MOVE WS-PCT-ON-TIME           TO WS-RPT-ON-TIME
           MOVE WS-AVG-LATE              TO WS-RPT-LATE
           MOVE WS-PCT-FILL              TO WS-RPT-FILL
           MOVE WS-SP-SHORT-LINES(SP-IX) TO WS-RPT-SHORT
           MOVE WS-SP-OVER-LINES(SP-IX)  TO WS-RPT-OVER
           MOVE WS-AVG-LEAD              TO WS-RPT-LEAD
           MOVE WS-PCT-COST              TO WS-RPT-COST
           MOVE WS-SP-SCORE(SP-IX)       TO WS-RPT-SCORE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *****************************************************************
      * FINALISATION                                                 *
      *****************************************************************
       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ     TO WS-RPT-READ
           MOVE WS-RECORDS-IN-RANGE TO WS-RPT-IN-RANGE
           MOVE WS-SUP-COUNT        TO WS-RPT-SUPPLIERS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME SUPSCORE'
           DISPLAY 'RECEPTIONS DANS LA PERIODE: ' WS-RECORDS-IN-RANGE
           DISPLAY 'FOURNISSEURS NOTES: ' WS-SUP-COUNT
           IF WS-RECORDS-ERROR > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * CONSTRUCTION DE LA LIGNE TIMESTAMP                           *
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

      *****************************************************************
      * FERMETURE DES FICHIERS                                       *
      *****************************************************************
       CLOSE-FILES.
           CLOSE RCHIST-FILE
           CLOSE REPORT-FILE
           IF WS-SU-AVAILABLE
              CLOSE SUP-FILE
           END-IF
           .
