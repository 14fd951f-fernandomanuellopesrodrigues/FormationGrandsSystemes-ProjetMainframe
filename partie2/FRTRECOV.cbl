       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTRECOV.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : RECUPERATION DES FRAIS DE PORT                    *
      * OBJECTIF  : SHIPMANF TAXE LE PORT DE CHAQUE COMMANDE EXPEDIEE *
      *             AU BAREME DU TRANSPORTEUR (COLONNES CARRIER ET    *
      *             FREIGHT D'API9.ORDERS) ; LE TRANSPORTEUR NOUS     *
      *             FACTURE DE SON COTE CHAQUE EXPEDITION (FICHIER    *
      *             FVCARINV : TRANSPORTEUR, FACTURE, DATE, COMMANDE, *
      *             MONTANT HT). CE PROGRAMME RAPPROCHE, POUR LES     *
      *             COMMANDES DE LA PERIODE (CARTES FROM= ET TO=,     *
      *             DEFAUT : DU PREMIER DU MOIS A AUJOURD'HUI), LE    *
      *             PORT FACTURE AU CLIENT DE CE QUE LE TRANSPORTEUR  *
      *             A FACTURE, PAR TRANSPORTEUR : ECART PAR COMMANDE, *
      *             COMMANDES SANS FACTURE TRANSPORTEUR, TOTAUX ET    *
      *             TAUX DE RECUPERATION. LES LIGNES TRANSPORTEUR DE  *
      *             LA PERIODE SANS PORT FACTURE AU CLIENT SONT       *
      *             LISTEES A PART (FRAIS NON REFACTURES).            *
      * ENTREE    : SYSIN (FROM=, TO=), FVCARINV (FACTURES            *
      *             TRANSPORTEURS), API9.ORDERS EN BASE DB2           *
      * SORTIE    : RAPPORT (FREPORT)                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * FACTURES DES TRANSPORTEURS : UNE LIGNE PAR EXPEDITION
           SELECT CARINV-FILE
               ASSIGN TO FVCARINV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CARINV.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

       FD  CARINV-FILE.
       01  CARINV-RECORD.
           05 CI-CARRIER              PIC X(4).
           05 FILLER                  PIC X(1).
           05 CI-INV-NO               PIC X(10).
           05 FILLER                  PIC X(1).
           05 CI-INV-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 CI-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1).
           05 CI-AMOUNT               PIC 9(7)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-CARINV               PIC XX VALUE SPACES.
           88 WS-CARINV-OK                  VALUE '00'.
           88 WS-CARINV-EOF                 VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * PARAMETRES (CARTES SYSIN)
       01  WS-FROM-DATE               PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                 PIC X(10) VALUE SPACES.

      * FACTURES TRANSPORTEURS CHARGEES EN TABLE ; UNE LIGNE
      * RAPPROCHEE D'UNE COMMANDE DE LA PERIODE EST MARQUEE
       01  WS-CI-TABLE.
           05 WS-CI-ENTRY OCCURS 3000 TIMES INDEXED BY CI-IX.
              10 WS-CI-CARRIER        PIC X(4).
              10 WS-CI-INV-NO         PIC X(10).
              10 WS-CI-INV-DATE       PIC X(10).
              10 WS-CI-O-NO           PIC 9(7).
              10 WS-CI-AMOUNT         PIC S9(7)V99 COMP-3.
              10 WS-CI-MATCHED        PIC X.
       01  WS-CI-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CI-MAX                  PIC 9(4) VALUE 3000.

      * INDICATEUR DE FIN DE CURSEUR ET RUPTURE TRANSPORTEUR
       01  WS-FRT-EOF-SW              PIC X  VALUE 'N'.
           88 WS-FRT-EOF                    VALUE 'Y'.
       01  WS-PREV-CARRIER            PIC X(4)  VALUE SPACES.
       01  WS-FIRST-SW                PIC X  VALUE 'Y'.
           88 WS-FIRST-CARRIER              VALUE 'Y'.

      * GRANDEURS DE TRAVAIL
       01  WS-CHARGED                 PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-DIFF                    PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-PCT                     PIC S9(5)V9  COMP-3 VALUE +0.
       01  WS-PCT-BILLED              PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-PCT-CHARGED             PIC S9(11)V99 COMP-3 VALUE +0.

      * COMPTEURS ET TOTAUX
       01  WS-COUNTERS.
           05 WS-ORDERS-LISTED        PIC 9(7)  VALUE ZERO.
           05 WS-ORDERS-NO-INV        PIC 9(7)  VALUE ZERO.
           05 WS-ORDERS-LOSS          PIC 9(7)  VALUE ZERO.
           05 WS-UNBILLED-LINES       PIC 9(7)  VALUE ZERO.
       01  WS-CARRIER-TOTALS.
           05 WS-CT-BILLED            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CT-CHARGED           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-GRAND-TOTALS.
           05 WS-GT-BILLED            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-GT-CHARGED           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-GT-UNBILLED          PIC S9(11)V99 COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'RECUPERATION DES FRAIS DE PORT (FACTURE CLIENT / FACT
      -          'URE TRANSPORTEUR)'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'COMMANDES DU     : '.
              10 WS-RPT-FROM          PIC X(10).
              10 FILLER               PIC X(4)      VALUE ' AU '.
              10 WS-RPT-TO            PIC X(10).
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-COLUMN-LINE.
              10 FILLER               PIC X(50)     VALUE
                 'TRANSP. COMMANDE  DATE        CLIENT'.
              10 FILLER               PIC X(50)     VALUE
                 '  PORT FACTURE  TRANSPORTEUR         ECART'.
           05 WS-ORDER-LINE.
              10 WS-RPT-CARRIER       PIC X(4).
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-O-NO          PIC ZZZZZZ9.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-O-DATE        PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-C-NO          PIC ZZZ9.
              10 FILLER               PIC X(16)     VALUE SPACES.
              10 WS-RPT-BILLED        PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-CHARGED       PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-DIFF          PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-FLAG          PIC X(30).
           05 WS-CARRIER-LINE.
              10 FILLER               PIC X(15)     VALUE
                 '   TOTAL TRANS.'.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-CT-CARRIER    PIC X(4).
              10 FILLER               PIC X(30)     VALUE SPACES.
              10 WS-RPT-CT-BILLED     PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-CT-CHARGED    PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-CT-DIFF       PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(16)     VALUE
                 '  RECUPERATION: '.
              10 WS-RPT-CT-PCT        PIC ZZZZ9.9.
              10 FILLER               PIC X(2)      VALUE ' %'.
           05 WS-UNB-HEADER-LINE      PIC X(132)    VALUE
                 'FRAIS TRANSPORTEUR DE LA PERIODE SANS PORT FACTURE AU
      -          ' CLIENT'.
           05 WS-UNB-COLUMN-LINE      PIC X(132)    VALUE
                 'TRANSP. FACTURE     DATE        COMMANDE       MONTAN
      -          'T'.
           05 WS-UNB-LINE.
              10 WS-RPT-U-CARRIER     PIC X(4).
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-U-INV-NO      PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-U-INV-DATE    PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-U-O-NO        PIC ZZZZZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-U-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05 WS-NONE-LINE            PIC X(132).
           05 WS-TOTAL-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'PORT FACTURE CLIENTS: '.
              10 WS-RPT-T-BILLED      PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(17)     VALUE
                 ' - TRANSPORTEUR: '.
              10 WS-RPT-T-CHARGED     PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(20)     VALUE
                 ' - NON REFACTURES : '.
              10 WS-RPT-T-UNBILLED    PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(16)     VALUE
                 ' - RECUPERATION:'.
              10 WS-RPT-T-PCT         PIC ZZZZ9.9.
              10 FILLER               PIC X(2)      VALUE ' %'.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'COMMANDES RAPPROCHEES:'.
              10 WS-RPT-S-ORDERS      PIC ZZZ,ZZ9.
              10 FILLER               PIC X(27)     VALUE
                 ' - SANS FACTURE TRANSP. : '.
              10 WS-RPT-S-NO-INV      PIC ZZZ,ZZ9.
              10 FILLER               PIC X(16)     VALUE
                 ' - EN PERTE  : '.
              10 WS-RPT-S-LOSS        PIC ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-FROM-DATE                PIC X(10).
       01  H-TO-DATE                  PIC X(10).
       01  H-O-NO                     PIC 9(7).
       01  H-O-DATE                   PIC X(10).
       01  H-C-NO                     PIC 9(4).
      * COLONNES CARRIER / FREIGHT SUR API9.ORDERS : PORT TAXE A
      * L'EXPEDITION PAR SHIPMANF, EXTENSION DE SCHEMA
       01  H-CARRIER                  PIC X(4).
       01  H-FREIGHT                  PIC S9(7)V99  USAGE COMP-3.

      * COMMANDES DE LA PERIODE AYANT UN PORT FACTURE, PAR
      * TRANSPORTEUR
           EXEC SQL
               DECLARE FRT-CURSOR CURSOR FOR
               SELECT COALESCE(CARRIER,' '), O_NO, O_DATE, C_NO,
                      FREIGHT
                 FROM API9.ORDERS
                WHERE O_DATE BETWEEN :H-FROM-DATE AND :H-TO-DATE
                  AND COALESCE(FREIGHT,0) <> 0
                ORDER BY 1, O_NO
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-CARRIER-INVOICES
           PERFORM REPORT-BILLED-FREIGHT
           PERFORM REPORT-UNBILLED-CHARGES
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME FRTRECOV'
           PERFORM READ-SYSIN-CARDS
           IF WS-TO-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-TO-DATE
              END-STRING
           END-IF
           IF WS-FROM-DATE = SPACES
              MOVE WS-TO-DATE TO WS-FROM-DATE
              MOVE '01' TO WS-FROM-DATE(9:2)
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'PERIODE INVALIDE ' WS-FROM-DATE ' - '
                      WS-TO-DATE ', ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-FROM-DATE TO H-FROM-DATE
           MOVE WS-TO-DATE   TO H-TO-DATE

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: ' WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-FROM-DATE TO WS-RPT-FROM
           MOVE WS-TO-DATE   TO WS-RPT-TO
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
              WHEN SYSIN-RECORD(1:5) = 'FROM='
                 MOVE SYSIN-RECORD(6:10) TO WS-FROM-DATE
              WHEN SYSIN-RECORD(1:3) = 'TO='
                 MOVE SYSIN-RECORD(4:10) TO WS-TO-DATE
           END-EVALUATE
           .

      *****************************************************************
      * CHARGEMENT DES FACTURES TRANSPORTEURS (FICHIER ABSENT : TOUT  *
      * LE PORT FACTURE APPARAIT SANS FACTURE TRANSPORTEUR)           *
      *****************************************************************
       LOAD-CARRIER-INVOICES.
           OPEN INPUT CARINV-FILE
           IF NOT WS-CARINV-OK
              DISPLAY 'PAS DE FACTURES TRANSPORTEURS FVCARINV ('
                      WS-FS-CARINV ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CARINV-EOF
              READ CARINV-FILE
                 AT END MOVE '10' TO WS-FS-CARINV
                 NOT AT END PERFORM LOAD-ONE-CARRIER-LINE
              END-READ
           END-PERFORM
           CLOSE CARINV-FILE
           DISPLAY 'LIGNES TRANSPORTEURS CHARGEES: ' WS-CI-COUNT
           .

       LOAD-ONE-CARRIER-LINE.
           IF CI-O-NO NOT NUMERIC OR CI-AMOUNT NOT NUMERIC
              DISPLAY 'LIGNE TRANSPORTEUR INVALIDE IGNOREE: '
                      CI-CARRIER ' ' CI-INV-NO
              EXIT PARAGRAPH
           END-IF
           IF WS-CI-COUNT >= WS-CI-MAX
              DISPLAY 'TABLE DES FACTURES TRANSPORTEURS PLEINE, LIGNE '
                      'IGNOREE: ' CI-CARRIER ' ' CI-INV-NO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CI-COUNT
           MOVE CI-CARRIER  TO WS-CI-CARRIER(WS-CI-COUNT)
           MOVE CI-INV-NO   TO WS-CI-INV-NO(WS-CI-COUNT)
           MOVE CI-INV-DATE TO WS-CI-INV-DATE(WS-CI-COUNT)
           MOVE CI-O-NO     TO WS-CI-O-NO(WS-CI-COUNT)
           MOVE CI-AMOUNT   TO WS-CI-AMOUNT(WS-CI-COUNT)
           MOVE 'N'         TO WS-CI-MATCHED(WS-CI-COUNT)
           .

      *****************************************************************
      * PORT FACTURE PAR COMMANDE, RAPPROCHE DES LIGNES TRANSPORTEUR  *
      * DE LA MEME COMMANDE, AVEC RUPTURE PAR TRANSPORTEUR            *
      *****************************************************************
       REPORT-BILLED-FREIGHT.
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           MOVE 'N' TO WS-FRT-EOF-SW
           EXEC SQL OPEN FRT-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN FRT-CURSOR, SQLCODE: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-FRT-EOF-SW
           ELSE
              PERFORM FETCH-NEXT-FREIGHT
           END-IF
           PERFORM UNTIL WS-FRT-EOF
                   IF NOT WS-FIRST-CARRIER
                      AND H-CARRIER NOT = WS-PREV-CARRIER
                      PERFORM WRITE-CARRIER-TOTAL
                   END-IF
                   MOVE 'N' TO WS-FIRST-SW
                   MOVE H-CARRIER TO WS-PREV-CARRIER
                   PERFORM WRITE-ORDER-LINE
                   PERFORM FETCH-NEXT-FREIGHT
           END-PERFORM
           EXEC SQL CLOSE FRT-CURSOR END-EXEC
           IF WS-ORDERS-LISTED = ZERO
              MOVE '   AUCUN PORT FACTURE SUR LA PERIODE'
                 TO WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           ELSE
              PERFORM WRITE-CARRIER-TOTAL
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       FETCH-NEXT-FREIGHT.
           EXEC SQL
               FETCH FRT-CURSOR
                INTO :H-CARRIER, :H-O-NO, :H-O-DATE, :H-C-NO,
                     :H-FREIGHT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FRT-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH FRT-CURSOR, SQLCODE: ' SQLCODE
              END-IF
           END-IF
           .

       WRITE-ORDER-LINE.
           ADD 1 TO WS-ORDERS-LISTED
           MOVE +0 TO WS-CHARGED
           PERFORM VARYING CI-IX FROM 1 BY 1
                   UNTIL CI-IX > WS-CI-COUNT
              IF WS-CI-O-NO(CI-IX) = H-O-NO
                 ADD WS-CI-AMOUNT(CI-IX) TO WS-CHARGED
                 MOVE 'Y' TO WS-CI-MATCHED(CI-IX)
              END-IF
           END-PERFORM
           COMPUTE WS-DIFF = H-FREIGHT - WS-CHARGED

           MOVE H-CARRIER  TO WS-RPT-CARRIER
           MOVE H-O-NO     TO WS-RPT-O-NO
           MOVE H-O-DATE   TO WS-RPT-O-DATE
           MOVE H-C-NO     TO WS-RPT-C-NO
           MOVE H-FREIGHT  TO WS-RPT-BILLED
           MOVE WS-CHARGED TO WS-RPT-CHARGED
           MOVE WS-DIFF    TO WS-RPT-DIFF
           EVALUATE TRUE
              WHEN WS-CHARGED = 0
                 ADD 1 TO WS-ORDERS-NO-INV
                 MOVE 'SANS FACTURE TRANSPORTEUR' TO WS-RPT-FLAG
              WHEN WS-DIFF < 0
                 ADD 1 TO WS-ORDERS-LOSS
                 MOVE '** PORT SOUS-FACTURE' TO WS-RPT-FLAG
              WHEN OTHER
                 MOVE SPACES TO WS-RPT-FLAG
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-ORDER-LINE

           ADD H-FREIGHT  TO WS-CT-BILLED
           ADD WS-CHARGED TO WS-CT-CHARGED
           .

       WRITE-CARRIER-TOTAL.
           MOVE WS-PREV-CARRIER TO WS-RPT-CT-CARRIER
           MOVE WS-CT-BILLED    TO WS-RPT-CT-BILLED
           MOVE WS-CT-CHARGED   TO WS-RPT-CT-CHARGED
           COMPUTE WS-DIFF = WS-CT-BILLED - WS-CT-CHARGED
           MOVE WS-DIFF         TO WS-RPT-CT-DIFF
           MOVE WS-CT-BILLED    TO WS-PCT-BILLED
           MOVE WS-CT-CHARGED   TO WS-PCT-CHARGED
           PERFORM COMPUTE-RECOVERY-PCT
           MOVE WS-PCT          TO WS-RPT-CT-PCT
           WRITE REPORT-RECORD FROM WS-CARRIER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           ADD WS-CT-BILLED  TO WS-GT-BILLED
           ADD WS-CT-CHARGED TO WS-GT-CHARGED
           MOVE +0 TO WS-CT-BILLED
           MOVE +0 TO WS-CT-CHARGED
           .

      * TAUX DE RECUPERATION = PORT FACTURE / COUT TRANSPORTEUR
       COMPUTE-RECOVERY-PCT.
           IF WS-PCT-CHARGED > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-PCT-BILLED * 100 / WS-PCT-CHARGED
                 ON SIZE ERROR MOVE 9999.9 TO WS-PCT
              END-COMPUTE
           ELSE
              MOVE +0 TO WS-PCT
           END-IF
           .

      *****************************************************************
      * LIGNES TRANSPORTEUR DATEES DE LA PERIODE QUI NE CORRESPONDENT *
      * A AUCUNE COMMANDE TAXEE : FRAIS NON REFACTURES AU CLIENT      *
      *****************************************************************
       REPORT-UNBILLED-CHARGES.
           WRITE REPORT-RECORD FROM WS-UNB-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-UNB-COLUMN-LINE
           PERFORM VARYING CI-IX FROM 1 BY 1
                   UNTIL CI-IX > WS-CI-COUNT
              IF WS-CI-MATCHED(CI-IX) = 'N'
                 AND WS-CI-INV-DATE(CI-IX) >= WS-FROM-DATE
                 AND WS-CI-INV-DATE(CI-IX) <= WS-TO-DATE
                 ADD 1 TO WS-UNBILLED-LINES
                 ADD WS-CI-AMOUNT(CI-IX) TO WS-GT-UNBILLED
                 MOVE WS-CI-CARRIER(CI-IX)  TO WS-RPT-U-CARRIER
                 MOVE WS-CI-INV-NO(CI-IX)   TO WS-RPT-U-INV-NO
                 MOVE WS-CI-INV-DATE(CI-IX) TO WS-RPT-U-INV-DATE
                 MOVE WS-CI-O-NO(CI-IX)     TO WS-RPT-U-O-NO
                 MOVE WS-CI-AMOUNT(CI-IX)   TO WS-RPT-U-AMOUNT
                 WRITE REPORT-RECORD FROM WS-UNB-LINE
              END-IF
           END-PERFORM
           IF WS-UNBILLED-LINES = ZERO
              MOVE '   AUCUN FRAIS TRANSPORTEUR NON REFACTURE'
                 TO WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       FINALIZATION.
           MOVE WS-GT-BILLED   TO WS-RPT-T-BILLED
           MOVE WS-GT-CHARGED  TO WS-RPT-T-CHARGED
           MOVE WS-GT-UNBILLED TO WS-RPT-T-UNBILLED
           MOVE WS-GT-BILLED   TO WS-PCT-BILLED
           COMPUTE WS-PCT-CHARGED = WS-GT-CHARGED + WS-GT-UNBILLED
           PERFORM COMPUTE-RECOVERY-PCT
           MOVE WS-PCT         TO WS-RPT-T-PCT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-ORDERS-LISTED TO WS-RPT-S-ORDERS
           MOVE WS-ORDERS-NO-INV TO WS-RPT-S-NO-INV
           MOVE WS-ORDERS-LOSS   TO WS-RPT-S-LOSS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME FRTRECOV'
           DISPLAY 'COMMANDES RAPPROCHEES: ' WS-ORDERS-LISTED
           DISPLAY 'SANS FACTURE TRANSPORTEUR: ' WS-ORDERS-NO-INV
           DISPLAY 'FRAIS NON REFACTURES: ' WS-UNBILLED-LINES
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
