       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : REEVALUATION DE FIN DE MOIS DES FACTURES EN DEVISE*
      * OBJECTIF  : UNE FACTURE EMISE EN DEVISE RESTE AU BILAN POUR   *
      *             SON MONTANT DOLLAR AU TAUX DE LA FACTURE ; ENTRE  *
      *             L'EMISSION ET LE REGLEMENT LE TAUX BOUGE ET LA    *
      *             COMPTABILITE DOIT CONNAITRE, A CHAQUE CLOTURE,    *
      *             L'ECART LATENT. CE PROGRAMME REPREND CHAQUE       *
      *             FACTURE OUVERTE DE L'ETAT FVOPNIT D'OPENITEM QUI  *
      *             A ETE EMISE EN DEVISE (REGISTRE FVINVREG), EN     *
      *             DEDUIT LE RESTE DU EN DEVISE (TTC DEVISE AU       *
      *             PRORATA DU RESTE DU DOLLAR), LE REVALORISE AU     *
      *             TAUX EN VIGUEUR A LA DATE DE CLOTURE ASOF=        *
      *             (RATECONV SUR FNCURR, DU JOUR PAR DEFAUT) ET      *
      *             EDITE L'ECART LATENT (POSITIF = GAIN) PAR         *
      *             FACTURE, PAR DEVISE ET AU TOTAL. UNE DEVISE SANS  *
      *             TAUX A LA DATE EST SIGNALEE (RETURN-CODE 4) ET    *
      *             EXCLUE DES TOTAUX. RIEN N'EST COMPTABILISE : LES  *
      *             ECARTS REALISES PASSENT PAR IMPREGLS ET GLJRNL.   *
      * ENTREE    : SYSIN (ASOF=, FACULTATIVE), FVOPNIT (FACTURES     *
      *             OUVERTES), FVINVREG (REGISTRE DES FACTURES,       *
      *             GENERATIONS CONCATENEES), FNCURR (TAUX)           *
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

           SELECT OPENIT-FILE
               ASSIGN TO FVOPNIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPNIT.

           SELECT REGISTER-FILE
               ASSIGN TO FVINVREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REG.

           SELECT CURRENCIES-FILE
               ASSIGN TO FNCURR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CURR.

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

      * MEME DISPOSITION QUE REGISTER-RECORD DANS INVGEN
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 RG-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RG-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RG-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 RG-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 RG-NET                  PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RG-VAT                  PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RG-GROSS                PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RG-CURRENCY             PIC X(2).
           05 FILLER                  PIC X(1).
           05 RG-F-GROSS              PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RG-DUE-DATE             PIC X(10).
      * TYPE DE DOCUMENT, FACTURE D'ORIGINE ET AUTORISATION DE
      * RETOUR (AVOIRS DE CRNOTE, MONTANTS NEGATIFS : ECARTES ICI
      * PAR LE CONTROLE DU MONTANT DEVISE POSITIF)
           05 FILLER                  PIC X(1).
           05 RG-DOC-TYPE             PIC X(1).
           05 FILLER                  PIC X(1).
           05 RG-REF-INV-NO           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RG-RA-NO                PIC X(7).

      * MEME DISPOSITION QUE CURRENCIES-RECORD DANS IMPPRODS
       FD  CURRENCIES-FILE.
       01  CURRENCIES-RECORD.
           05 CU-CODE                 PIC XX.
           05 FILLER                  PIC X(1).
           05 CU-NAME                 PIC X(20).
           05 FILLER                  PIC X(1).
           05 CU-RATE-TXT             PIC X(9).
           05 FILLER                  PIC X(1).
           05 CU-VALID-DATE           PIC X(10).

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
       01  WS-FS-REG                  PIC XX VALUE SPACES.
           88 WS-REG-OK                     VALUE '00'.
           88 WS-REG-EOF                    VALUE '10'.
       01  WS-FS-CURR                 PIC XX VALUE SPACES.
           88 WS-CURR-OK                    VALUE '00'.
           88 WS-CURR-EOF                   VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * PARAMETRE (CARTE SYSIN) : DATE DE CLOTURE
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

      * TABLE DES TAUX (MEME DISPOSITION QUE LA LINKAGE DE RATECONV)
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES INDEXED BY RT-IX.
              10 WS-RT-CURR           PIC XX        VALUE SPACES.
              10 WS-RT-RATE           PIC 9V9999    VALUE ZERO.
              10 WS-RT-NAME           PIC X(20)     VALUE SPACES.
              10 WS-RT-DATE           PIC X(10)     VALUE SPACES.
       01  WS-RATE-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-RATE-MAX                PIC 9(3)  VALUE 200.

      * ZONES D'APPEL DU SOUS-PROGRAMME PARTAGE RATECONV
       01  WS-RC-CURRENCY             PIC XX        VALUE SPACES.
       01  WS-RC-PRICE-IN             PIC 9(7)V9999 VALUE ZERO.
       01  WS-RC-PRICE-OUT            PIC 9(7)V9999 VALUE ZERO.
       01  WS-RC-RATE                 PIC 9V9999    VALUE ZERO.
       01  WS-RC-VALID                PIC X         VALUE 'N'.

      * FACTURES EMISES EN DEVISE (FVINVREG)
       01  WS-FINV-TABLE.
           05 WS-FI-ENTRY OCCURS 5000 TIMES INDEXED BY FI-IX.
              10 WS-FI-INV-NO         PIC 9(7).
              10 WS-FI-CURRENCY       PIC XX.
              10 WS-FI-GROSS          PIC S9(9)V99 COMP-3.
              10 WS-FI-F-GROSS        PIC S9(9)V99 COMP-3.
       01  WS-FINV-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-FINV-MAX                PIC 9(5)  VALUE 5000.
       01  WS-FINV-FOUND              PIC 9(5)  VALUE ZERO.

      * CUMULS PAR DEVISE
       01  WS-CURR-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY CT-IX.
              10 WS-CT-CURR           PIC XX.
              10 WS-CT-ITEMS          PIC 9(5).
              10 WS-CT-RATE           PIC 9V9999.
              10 WS-CT-F-OPEN         PIC S9(11)V99 COMP-3.
              10 WS-CT-OPEN           PIC S9(11)V99 COMP-3.
              10 WS-CT-REVALUED       PIC S9(11)V99 COMP-3.
              10 WS-CT-DIFF           PIC S9(11)V99 COMP-3.
       01  WS-CURR-COUNT              PIC 9(2)  VALUE ZERO.
       01  WS-CURR-MAX                PIC 9(2)  VALUE 50.
       01  WS-CURR-FOUND              PIC 9(2)  VALUE ZERO.

      * FACTURE EN COURS
       01  WS-F-OPEN                  PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-REVALUED                PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-DIFF                    PIC S9(9)V99 COMP-3 VALUE +0.

      * TOTAUX GENERAUX (DOLLARS)
       01  WS-TOT-OPEN                PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TOT-REVALUED            PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TOT-DIFF                PIC S9(11)V99 COMP-3 VALUE +0.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-OPEN-READ            PIC 9(7)  VALUE ZERO.
           05 WS-OPEN-FOREIGN         PIC 9(7)  VALUE ZERO.
           05 WS-OPEN-NO-RATE         PIC 9(7)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'REEVALUATION DES FACTURES OUVERTES EN DEVISE (ECARTS D
      -          'E CHANGE LATENTS)'.
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'DATE DE CLOTURE : '.
              10 WS-RPT-ASOF          PIC X(10).
           05 WS-COLUMN-LINE          PIC X(132)    VALUE
                 'FACTURE CLIENT DEV    RESTE DU DEVISE  RESTE DU DOLL
      -          'AR    TAUX   REEVALUE DOLLAR     ECART LATENT'.
           05 WS-DETAIL-LINE.
              10 WS-RPT-INV           PIC 9(7).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CUST          PIC 9(4).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CURR          PIC X(2).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-F-OPEN        PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-OPEN          PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-RATE          PIC 9.9999.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-REVALUED      PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-DIFF          PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-FLAG          PIC X(24).
           05 WS-CURR-TITLE-LINE      PIC X(132)    VALUE
                 'TOTAUX PAR DEVISE'.
           05 WS-CURR-LINE.
              10 FILLER               PIC X(8)      VALUE 'DEVISE: '.
              10 WS-RPT-CT-CURR       PIC X(2).
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-CT-ITEMS      PIC ZZ,ZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CT-F-OPEN     PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CT-OPEN       PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CT-RATE       PIC 9.9999.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CT-REVALUED   PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CT-DIFF       PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-TOTAL-LINE.
              10 FILLER               PIC X(35)     VALUE
                 'TOTAL GENERAL (DOLLARS) - OUVERT : '.
              10 WS-RPT-TOT-OPEN      PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(13)     VALUE
                 '  REEVALUE : '.
              10 WS-RPT-TOT-REVALUED  PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(19)     VALUE
                 '  ECART LATENT : '.
              10 WS-RPT-TOT-DIFF      PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-NO-FOREIGN-LINE      PIC X(132)    VALUE
                 'AUCUNE FACTURE OUVERTE EN DEVISE'.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(20)     VALUE
                 'FACTURES OUVERTES: '.
              10 WS-RPT-OPEN-READ     PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(14)     VALUE
                 ' - EN DEVISE: '.
              10 WS-RPT-FOREIGN       PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - SANS TAUX    : '.
              10 WS-RPT-NO-RATE       PIC Z,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-FOREIGN-INVOICES
           PERFORM REVALUE-OPEN-ITEMS
           PERFORM WRITE-CURRENCY-TOTALS
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION : CARTE SYSIN, ENTETE DU RAPPORT               *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME FXREVAL'
           PERFORM READ-SYSIN-CARDS
           IF WS-ASOF-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-ASOF-DATE
              END-STRING
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-ASOF-DATE TO WS-RPT-ASOF
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           .

       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END
                       IF SYSIN-RECORD(1:5) = 'ASOF='
                          MOVE SYSIN-RECORD(6:10) TO WS-ASOF-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DE LA TABLE DES TAUX DEPUIS FNCURR (MEME LOGIQUE   *
      * QU'INVGEN) ; SANS TABLE, AUCUNE FACTURE NE PEUT ETRE          *
      * REEVALUEE                                                     *
      *****************************************************************
       LOAD-CURRENCY-RATES.
           OPEN INPUT CURRENCIES-FILE
           IF NOT WS-CURR-OK
              DISPLAY 'PAS DE TABLE DES TAUX (' WS-FS-CURR ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CURR-EOF
              READ CURRENCIES-FILE
                 AT END MOVE '10' TO WS-FS-CURR
                 NOT AT END PERFORM LOAD-ONE-RATE
              END-READ
           END-PERFORM
           CLOSE CURRENCIES-FILE
           .

       LOAD-ONE-RATE.
           IF CU-CODE = SPACES
              OR FUNCTION TEST-NUMVAL(CU-RATE-TXT) NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT >= WS-RATE-MAX
              DISPLAY 'TABLE DES TAUX PLEINE, LIGNE IGNOREE: '
                      CU-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE CU-CODE       TO WS-RT-CURR(WS-RATE-COUNT)
           COMPUTE WS-RT-RATE(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(CU-RATE-TXT)
           MOVE CU-NAME       TO WS-RT-NAME(WS-RATE-COUNT)
           MOVE CU-VALID-DATE TO WS-RT-DATE(WS-RATE-COUNT)
           .

      *****************************************************************
      * FACTURES EMISES EN DEVISE (FVINVREG) : SEULES CELLES QUI      *
      * PORTENT UN MONTANT DEVISE SONT RETENUES (COMME IMPREGLS)      *
      *****************************************************************
       LOAD-FOREIGN-INVOICES.
           OPEN INPUT REGISTER-FILE
           IF NOT WS-REG-OK
              DISPLAY 'PAS DE REGISTRE DES FACTURES (' WS-FS-REG ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-EOF
              READ REGISTER-FILE
                 AT END MOVE '10' TO WS-FS-REG
                 NOT AT END PERFORM LOAD-ONE-FOREIGN-INVOICE
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       LOAD-ONE-FOREIGN-INVOICE.
           IF RG-CURRENCY = SPACES OR RG-CURRENCY = 'DO'
              OR RG-F-GROSS NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-FINV-COUNT >= WS-FINV-MAX
              DISPLAY 'TABLE DES FACTURES EN DEVISE PLEINE, FACTURE '
                      'IGNOREE: ' RG-INV-NO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FINV-COUNT
           MOVE RG-INV-NO   TO WS-FI-INV-NO(WS-FINV-COUNT)
           MOVE RG-CURRENCY TO WS-FI-CURRENCY(WS-FINV-COUNT)
           MOVE RG-GROSS    TO WS-FI-GROSS(WS-FINV-COUNT)
           MOVE RG-F-GROSS  TO WS-FI-F-GROSS(WS-FINV-COUNT)
           .

      *****************************************************************
      * PARCOURS DES FACTURES OUVERTES (FVOPNIT)                      *
      *****************************************************************
       REVALUE-OPEN-ITEMS.
           OPEN INPUT OPENIT-FILE
           IF NOT WS-OPNIT-OK
              DISPLAY 'ERREUR OUVERTURE FACTURES OUVERTES: '
                      WS-FS-OPNIT
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPNIT-EOF
              READ OPENIT-FILE
                 AT END MOVE '10' TO WS-FS-OPNIT
                 NOT AT END PERFORM REVALUE-ONE-ITEM
              END-READ
           END-PERFORM
           CLOSE OPENIT-FILE
           .

      *****************************************************************
      * UNE FACTURE OUVERTE EN DEVISE : RESTE DU DEVISE = TTC DEVISE  *
      * AU PRORATA DU RESTE DU DOLLAR, REEVALUE AU TAUX DE CLOTURE ;  *
      * ECART LATENT = REEVALUE - RESTE DU DOLLAR                     *
      *****************************************************************
       REVALUE-ONE-ITEM.
           ADD 1 TO WS-OPEN-READ
           IF OI-OPEN = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FINV-FOUND
           PERFORM VARYING FI-IX FROM 1 BY 1
                   UNTIL FI-IX > WS-FINV-COUNT
              IF WS-FI-INV-NO(FI-IX) = OI-INV-NO
                 SET WS-FINV-FOUND TO FI-IX
              END-IF
           END-PERFORM
           IF WS-FINV-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-FI-GROSS(WS-FINV-FOUND) = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-FOREIGN
           COMPUTE WS-F-OPEN ROUNDED =
                   WS-FI-F-GROSS(WS-FINV-FOUND) * OI-OPEN
                 / WS-FI-GROSS(WS-FINV-FOUND)

           MOVE WS-FI-CURRENCY(WS-FINV-FOUND) TO WS-RC-CURRENCY
           MOVE 1 TO WS-RC-PRICE-IN
           CALL 'RATECONV' USING WS-RC-CURRENCY WS-RC-PRICE-IN
                   WS-ASOF-DATE WS-RATE-COUNT WS-RATE-TABLE
                   WS-RC-PRICE-OUT WS-RC-RATE WS-RC-VALID

           MOVE OI-INV-NO      TO WS-RPT-INV
           MOVE OI-C-NO        TO WS-RPT-CUST
           MOVE WS-RC-CURRENCY TO WS-RPT-CURR
           MOVE WS-F-OPEN      TO WS-RPT-F-OPEN
           MOVE OI-OPEN        TO WS-RPT-OPEN
           IF WS-RC-VALID NOT = 'Y' OR WS-RC-RATE = ZERO
              ADD 1 TO WS-OPEN-NO-RATE
              MOVE ZERO TO WS-RPT-RATE WS-RPT-REVALUED WS-RPT-DIFF
              MOVE '*** TAUX INCONNU ***' TO WS-RPT-FLAG
              WRITE REPORT-RECORD FROM WS-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REVALUED ROUNDED = WS-F-OPEN * WS-RC-RATE
           COMPUTE WS-DIFF = WS-REVALUED - OI-OPEN
           MOVE WS-RC-RATE     TO WS-RPT-RATE
           MOVE WS-REVALUED    TO WS-RPT-REVALUED
           MOVE WS-DIFF        TO WS-RPT-DIFF
           IF WS-DIFF > 0
              MOVE 'GAIN LATENT' TO WS-RPT-FLAG
           ELSE
              IF WS-DIFF < 0
                 MOVE 'PERTE LATENTE' TO WS-RPT-FLAG
              ELSE
                 MOVE SPACES TO WS-RPT-FLAG
              END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           ADD OI-OPEN     TO WS-TOT-OPEN
           ADD WS-REVALUED TO WS-TOT-REVALUED
           ADD WS-DIFF     TO WS-TOT-DIFF
           PERFORM ACCUMULATE-CURRENCY
           .

       ACCUMULATE-CURRENCY.
           MOVE 0 TO WS-CURR-FOUND
           PERFORM VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > WS-CURR-COUNT
              IF WS-CT-CURR(CT-IX) = WS-RC-CURRENCY
                 SET WS-CURR-FOUND TO CT-IX
              END-IF
           END-PERFORM
           IF WS-CURR-FOUND = 0
              IF WS-CURR-COUNT >= WS-CURR-MAX
                 DISPLAY 'TABLE DES DEVISES PLEINE, DEVISE NON '
                         'TOTALISEE: ' WS-RC-CURRENCY
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CURR-COUNT
              MOVE WS-CURR-COUNT TO WS-CURR-FOUND
              MOVE WS-RC-CURRENCY TO WS-CT-CURR(WS-CURR-FOUND)
              MOVE ZERO TO WS-CT-ITEMS(WS-CURR-FOUND)
              MOVE +0 TO WS-CT-F-OPEN(WS-CURR-FOUND)
                         WS-CT-OPEN(WS-CURR-FOUND)
                         WS-CT-REVALUED(WS-CURR-FOUND)
                         WS-CT-DIFF(WS-CURR-FOUND)
           END-IF
           ADD 1           TO WS-CT-ITEMS(WS-CURR-FOUND)
           MOVE WS-RC-RATE TO WS-CT-RATE(WS-CURR-FOUND)
           ADD WS-F-OPEN   TO WS-CT-F-OPEN(WS-CURR-FOUND)
           ADD OI-OPEN     TO WS-CT-OPEN(WS-CURR-FOUND)
           ADD WS-REVALUED TO WS-CT-REVALUED(WS-CURR-FOUND)
           ADD WS-DIFF     TO WS-CT-DIFF(WS-CURR-FOUND)
           .

      *****************************************************************
      * TOTAUX PAR DEVISE ET TOTAL GENERAL                            *
      *****************************************************************
       WRITE-CURRENCY-TOTALS.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           IF WS-OPEN-FOREIGN = 0
              WRITE REPORT-RECORD FROM WS-NO-FOREIGN-LINE
              EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-CURR-TITLE-LINE
           PERFORM VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > WS-CURR-COUNT
              MOVE WS-CT-CURR(CT-IX)     TO WS-RPT-CT-CURR
              MOVE WS-CT-ITEMS(CT-IX)    TO WS-RPT-CT-ITEMS
              MOVE WS-CT-F-OPEN(CT-IX)   TO WS-RPT-CT-F-OPEN
              MOVE WS-CT-OPEN(CT-IX)     TO WS-RPT-CT-OPEN
              MOVE WS-CT-RATE(CT-IX)     TO WS-RPT-CT-RATE
              MOVE WS-CT-REVALUED(CT-IX) TO WS-RPT-CT-REVALUED
              MOVE WS-CT-DIFF(CT-IX)     TO WS-RPT-CT-DIFF
              WRITE REPORT-RECORD FROM WS-CURR-LINE
           END-PERFORM
           MOVE WS-TOT-OPEN     TO WS-RPT-TOT-OPEN
           MOVE WS-TOT-REVALUED TO WS-RPT-TOT-REVALUED
           MOVE WS-TOT-DIFF     TO WS-RPT-TOT-DIFF
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-OPEN-READ    TO WS-RPT-OPEN-READ
           MOVE WS-OPEN-FOREIGN TO WS-RPT-FOREIGN
           MOVE WS-OPEN-NO-RATE TO WS-RPT-NO-RATE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME FXREVAL'
           DISPLAY 'FACTURES OUVERTES LUES: ' WS-OPEN-READ
           DISPLAY 'DONT EN DEVISE: ' WS-OPEN-FOREIGN
           DISPLAY 'SANS TAUX A LA CLOTURE: ' WS-OPEN-NO-RATE
           DISPLAY 'ECART LATENT TOTAL: ' WS-TOT-DIFF
           IF RETURN-CODE < 4 AND WS-OPEN-NO-RATE > 0
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
