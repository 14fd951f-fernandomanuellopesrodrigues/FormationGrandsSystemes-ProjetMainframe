      *             TENUES DANS LE REGISTRE PERSISTANT FVPAYREF : UNE *
      *             REFERENCE EN DOUBLE REBONDIT EN ATTENTE AU LIEU   *
      *             D'ETRE IMPUTEE UNE SECONDE FOIS.                  *
      *             LES PRELEVEMENTS EMIS PAR DDCOLL (FVDDEXP, MEME   *
      *             DISPOSITION) SONT CONCATENES A FVPAYIN LE JOUR OU *
      *             LA BANQUE LES CREDITE, ET IMPUTES COMME TOUT      *
      *             REGLEMENT ; UN IMPAYE ULTERIEUR EST REMIS AU      *
      *             SOLDE PAR DDRETURN.                               *
      *             UN REGLEMENT PEUT PORTER UNE DEVISE (BLANCS OU    *
      *             'DO' = DOLLARS, ENREGISTREMENT COURT ACCEPTE) :   *
      *             IL DOIT ALORS DESIGNER UNE FACTURE EMISE DANS     *
      *             CETTE DEVISE (REGISTRE FVINVREG). LE SOLDE CLIENT *
      *             EST DIMINUE DU MONTANT DOLLAR FACTURE, AU TAUX DE *
      *             LA FACTURE (TTC DOLLAR / TTC DEVISE DU REGISTRE), *
      *             ET L'ENCAISSE EST VALORISE AU TAUX EN VIGUEUR A   *
      *             LA DATE DU REGLEMENT (RATECONV SUR FNCURR) ;      *
      *             L'ECART, GAIN OU PERTE DE CHANGE REALISE, PART    *
      *             DANS FVFXDIF POUR GLJRNL. FACTURE INTROUVABLE,    *
      *             DEVISE DIFFERENTE OU TAUX INCONNU = ATTENTE.      *
      *             UN REGLEMENT DATE D'UNE PERIODE EN CLOTURE OU     *
      *             FERMEE (FVPERST, SOUS-PROGRAMME PERIODCK) PART EN *
      *             ATTENTE (R009) OU, EN MODE REPORTER, EST IMPUTE   *
      *             AVEC LE PREMIER JOUR OUVERT POUR DATE COMPTABLE ; *
      *             CHAQUE REFUS OU REPORT EST TRACE DANS FVBKPOST.   *
      * ENTREE    : FVPAYIN (NUMERO CLIENT, DATE, MONTANT, REFERENCE, *
      *             DEVISE), FVBANKST (RELEVE BANCAIRE, FACULTATIF),  *
      *             FVPAYREF (REFERENCES DEJA IMPUTEES, FACULTATIF AU *
      *             PREMIER RUN), FNCURR (TAUX, FACULTATIF), FVINVREG *
      *             (REGISTRE DES FACTURES, FACULTATIF), FVPERST      *
      *             (STATUT DES PERIODES, FACULTATIF)                 *
      * SORTIE    : MAJ API9.CUSTOMERS.BALANCE + RAPPORT (FREPORT)    *
      *             + FICHIER D'ATTENTE (FVPAYSUS) + REGLEMENTS       *
      *             IMPUTES (FVPAYAPP, RELUS PAR OPENITEM POUR LE     *
      *             LETTRAGE FACTURE PAR FACTURE) + FVPAYREF (AJOUT)  *
      *             + FVFXDIF (ECARTS DE CHANGE REALISES)             *
      *             + FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT)      *
      *             + FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

      * TABLE DES TAUX DE CHANGE (MEME FICHIER QU'INVGEN ET IMPPRODS)
           SELECT CURRENCIES-FILE
               ASSIGN TO FNCURR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.

      * REGISTRE DES FACTURES EMISES PAR INVGEN (GENERATIONS
      * CONCATENEES, COMME POUR CRLREV) : TAUX DES FACTURES EN DEVISE
           SELECT REGISTER-FILE
               ASSIGN TO FVINVREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.

      * ECARTS DE CHANGE REALISES SUR LES REGLEMENTS EN DEVISE,
      * PASSES EN GAIN OU PERTE DE CHANGE PAR GLJRNL
           SELECT FXDIFF-FILE
               ASSIGN TO FVFXDIF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

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
       FD  SYSIN-FILE.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 LK-TIMESTAMP         PIC X(20).

      * LA DEVISE EST FACULTATIVE : UN ENREGISTREMENT DE 39 OCTETS
      * (REMISES ANTERIEURES, PRELEVEMENTS FVDDEXP DE DDCOLL) EST UN
      * REGLEMENT EN DOLLARS
       FD  PAYMENTS-FILE
           RECORD IS VARYING IN SIZE FROM 39 TO 42 CHARACTERS
           DEPENDING ON WS-PY-LENGTH.
       01 PAYMENT-RECORD.
          05 PY-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1).
          05 PY-AMOUNT-TXT        PIC X(12).
          05 FILLER               PIC X(1).
          05 PY-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1).
          05 PY-CURRENCY          PIC X(2).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

      * REGLEMENT INIMPUTABLE : IMAGE DU REGLEMENT D'ORIGINE SUIVIE DU
      * MOTIF, MEME PRINCIPE QUE LES FICHIERS DE REJET FNPRREJ/FNPTREJ
      * LE COMPTEUR DE PASSAGES (POSE PAR SUSPREL) EST LAISSE A
      * BLANC ; LA DEVISE DU REGLEMENT SUIT, POUR QUE SUSPREL LE
      * RECONVERTISSE AU TAUX DE SA DATE
       FD  SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SU-PAYMENT-IMAGE     PIC X(39).
          05 SU-REASON-CODE       PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 SU-REASON-TEXT       PIC X(30).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 SU-AGE               PIC X(2).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 SU-CURRENCY          PIC X(2).

      * REGLEMENT IMPUTE : CLIENT, DATE, MONTANT, REFERENCE TELLE QUE
      * RECUE (LES 7 PREMIERS CARACTERES NUMERIQUES = NUMERO DE
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PR-TIMESTAMP         PIC X(20).

      * MEME DISPOSITION QUE CURRENCIES-RECORD DANS IMPPRODS
       FD  CURRENCIES-FILE.
       01 CURRENCIES-RECORD.
          05 CU-CODE              PIC XX.
          05 FILLER               PIC X(1).
          05 CU-NAME              PIC X(20).
          05 FILLER               PIC X(1).
          05 CU-RATE-TXT          PIC X(9).
          05 FILLER               PIC X(1).
          05 CU-VALID-DATE        PIC X(10).

      * MEME DISPOSITION QUE REGISTER-RECORD DANS INVGEN
       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
          05 RG-INV-NO            PIC 9(7).
          05 FILLER               PIC X(1).
          05 RG-O-NO              PIC 9(7).
          05 FILLER               PIC X(1).
          05 RG-C-NO              PIC 9(4).
          05 FILLER               PIC X(1).
          05 RG-DATE              PIC X(10).
          05 FILLER               PIC X(1).
          05 RG-NET               PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 RG-VAT               PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 RG-GROSS             PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 RG-CURRENCY          PIC X(2).
          05 FILLER               PIC X(1).
          05 RG-F-GROSS           PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 RG-DUE-DATE          PIC X(10).
      * TYPE DE DOCUMENT, FACTURE D'ORIGINE ET AUTORISATION DE
      * RETOUR (AVOIRS DE CRNOTE, MONTANTS NEGATIFS : ECARTES ICI
      * PAR LE CONTROLE DU MONTANT DEVISE POSITIF)
          05 FILLER               PIC X(1).
          05 RG-DOC-TYPE          PIC X(1).
          05 FILLER               PIC X(1).
          05 RG-REF-INV-NO        PIC 9(7).
          05 FILLER               PIC X(1).
          05 RG-RA-NO             PIC X(7).

      * ECART DE CHANGE REALISE : REGLEMENT, FACTURE, DEVISE, MONTANT
      * DEVISE, TAUX DE LA FACTURE ET DU REGLEMENT, MONTANT DOLLAR
      * SOLDE (TAUX FACTURE), MONTANT DOLLAR ENCAISSE (TAUX DU JOUR)
      * ET ECART (POSITIF = GAIN) ; MEME DISPOSITION DANS SUSPREL ET
      * GLJRNL
       FD  FXDIFF-FILE.
       01 FXDIFF-RECORD.
          05 FX-DATE              PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-INV-NO            PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-CURRENCY          PIC X(2).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-F-AMOUNT          PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-INV-RATE          PIC 9V9(6).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-PAY-RATE          PIC 9V9999.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-CLEARED           PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-RECEIVED          PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-DIFF              PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 FX-SOURCE            PIC X(8).

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
       01 WS-LK-STATUS            PIC XX         VALUE SPACES.
          88 WS-LK-OK                            VALUE '00'.

       01 WS-CU-STATUS            PIC XX         VALUE SPACES.
          88 WS-CU-OK                            VALUE '00'.
          88 WS-CU-EOF                           VALUE '10'.

       01 WS-RG-STATUS            PIC XX         VALUE SPACES.
          88 WS-RG-OK                            VALUE '00'.
          88 WS-RG-EOF                           VALUE '10'.

       01 WS-FX-STATUS            PIC XX         VALUE SPACES.
          88 WS-FX-OK                            VALUE '00'.

       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.

       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.

       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

      * LONGUEUR DU REGLEMENT LU (39 = SANS DEVISE)
       01 WS-PY-LENGTH            PIC 9(3)       VALUE ZERO.

      * CARTE SYSIN LOCKFORCE : IGNORE UN VERROU RESTE DETENU APRES
      * UN INCIDENT (NETTOYAGE OPERATEUR)
       01 WS-LOCK-OVERRIDE-SW     PIC X          VALUE 'N'.
      * DONNEES DU REGLEMENT EN COURS
       01 WS-PAYMENT-AMOUNT       PIC S9(9)V99 COMP-3 VALUE +0.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DU REGLEMENT, LA DATE RETENUE
      * (REPORT EVENTUEL) DATE FVPAYAPP ET FVFXDIF
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-PER-POST-DATE        PIC X(10)      VALUE SPACES.
       01 WS-PER-ACTION           PIC X          VALUE 'P'.
       01 WS-PAY-POST-DATE        PIC X(10)      VALUE SPACES.
       01 WS-RUN-START-TS         PIC X(20)      VALUE SPACES.

      * TABLE DES TAUX (MEME DISPOSITION QUE LA LINKAGE DE RATECONV),
      * CHARGEE DEPUIS FNCURR ; UNE LIGNE PAR DEVISE ET DATE D'EFFET
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 200 TIMES INDEXED BY RT-IX.
             10 WS-RT-CURR        PIC XX         VALUE SPACES.
             10 WS-RT-RATE        PIC 9V9999     VALUE ZERO.
             10 WS-RT-NAME        PIC X(20)      VALUE SPACES.
             10 WS-RT-DATE        PIC X(10)      VALUE SPACES.
       01 WS-RATE-COUNT           PIC 9(3)       VALUE ZERO.
       01 WS-RATE-MAX             PIC 9(3)       VALUE 200.

      * ZONES D'APPEL DU SOUS-PROGRAMME PARTAGE RATECONV (LE TAUX VA
      * DE LA DEVISE VERS LE DOLLAR, COMME DANS INVGEN)
       01 WS-RC-CURRENCY          PIC XX         VALUE SPACES.
       01 WS-RC-PRICE-IN          PIC 9(7)V9999  VALUE ZERO.
       01 WS-RC-PRICE-OUT         PIC 9(7)V9999  VALUE ZERO.
       01 WS-RC-DATE              PIC X(10)      VALUE SPACES.
       01 WS-RC-RATE              PIC 9V9999     VALUE ZERO.
       01 WS-RC-VALID             PIC X          VALUE 'N'.

      * FACTURES EMISES EN DEVISE (FVINVREG), CHARGEES EN TABLE
       01 WS-FINV-TABLE.
          05 WS-FI-ENTRY OCCURS 5000 TIMES INDEXED BY FI-IX.
             10 WS-FI-INV-NO      PIC 9(7).
             10 WS-FI-CURRENCY    PIC XX.
             10 WS-FI-GROSS       PIC S9(9)V99 COMP-3.
             10 WS-FI-F-GROSS     PIC S9(9)V99 COMP-3.
       01 WS-FINV-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-FINV-MAX             PIC 9(5)       VALUE 5000.
       01 WS-FINV-FOUND           PIC 9(5)       VALUE ZERO.
       01 WS-FINV-SEARCH          PIC 9(7)       VALUE ZERO.

      * CONVERSION DU REGLEMENT EN DEVISE EN COURS
       01 WS-FX-DONE-SW           PIC X          VALUE 'N'.
          88 WS-FX-DONE                          VALUE 'Y'.
       01 WS-FX-F-AMOUNT          PIC S9(9)V99 COMP-3 VALUE +0.
       01 WS-FX-INV-RATE          PIC 9V9(6)     VALUE ZERO.
       01 WS-FX-CLEARED           PIC S9(9)V99 COMP-3 VALUE +0.
       01 WS-FX-RECEIVED          PIC S9(9)V99 COMP-3 VALUE +0.
       01 WS-FX-DIFF              PIC S9(9)V99 COMP-3 VALUE +0.

      * RAPPROCHEMENT BANCAIRE : TOTAUX ATTENDUS (FVBANKST, PLUSIEURS
      * REMISES CUMULEES) ET TOTAUX CONSTATES DANS FVPAYIN PAR LA
      * PASSE DE PRE-CONTROLE
          05 WS-RECORDS-SUSPENSE  PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-TOTAL-APPLIED     PIC S9(11)V99 COMP-3 VALUE +0.
          05 WS-FX-PAYMENTS       PIC 9(5)       VALUE ZERO.
          05 WS-FX-TOTAL-GAIN     PIC S9(11)V99 COMP-3 VALUE +0.
          05 WS-FX-TOTAL-LOSS     PIC S9(11)V99 COMP-3 VALUE +0.
       01 WS-COMMIT-COUNT         PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
             10 FILLER            PIC X(3)       VALUE ' / '.
             10 WS-RPT-BK-ACT-AMT PIC -(9)9,99.
             10 WS-RPT-BK-STATUS  PIC X(30).
          05 WS-FX-LINE.
             10 FILLER            PIC X(12)      VALUE
                '   DEVISE: '.
             10 WS-RPT-FX-CURR    PIC X(2).
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-FX-F-AMT   PIC -(8)9,99.
             10 FILLER            PIC X(17)      VALUE
                '  TAUX FACTURE: '.
             10 WS-RPT-FX-INV-RT  PIC 9,9(6).
             10 FILLER            PIC X(8)       VALUE '  JOUR: '.
             10 WS-RPT-FX-PAY-RT  PIC 9,9999.
             10 FILLER            PIC X(12)      VALUE
                '  ENCAISSE: '.
             10 WS-RPT-FX-RECV    PIC -(8)9,99.
             10 FILLER            PIC X(9)       VALUE '  ECART: '.
             10 WS-RPT-FX-DIFF    PIC -(8)9,99.
          05 WS-FX-SUM-LINE.
             10 FILLER            PIC X(27)      VALUE
                'CHANGE REALISE - REGLTS : '.
             10 WS-RPT-FX-COUNT   PIC ZZ,ZZ9.
             10 FILLER            PIC X(10)      VALUE '  GAINS : '.
             10 WS-RPT-FX-GAIN    PIC -(9)9,99.
             10 FILLER            PIC X(11)      VALUE '  PERTES : '.
             10 WS-RPT-FX-LOSS    PIC -(9)9,99.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME IMPREGLS'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-LOCK-CARDS
           PERFORM TAKE-RUN-LOCK


           PERFORM LOAD-PAYMENT-REFERENCES
           PERFORM OPEN-PAYREF-APPEND
           PERFORM LOAD-PERIOD-STATUS
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-FOREIGN-INVOICES

           OPEN OUTPUT FXDIFF-FILE
           IF NOT WS-FX-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER ECARTS DE CHANGE: '
                      WS-FX-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           PERFORM RECONCILE-BANK-STATEMENT
           IF WS-BANK-MISMATCH
              PERFORM WRITE-SUMMARY
              PERFORM CLOSE-FILES
              PERFORM RELEASE-RUN-LOCK
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           .
                    IF FUNCTION TEST-NUMVAL(PY-AMOUNT-TXT) = 0
                       COMPUTE WS-PAYMENT-AMOUNT =
                               FUNCTION NUMVAL(PY-AMOUNT-TXT)
                       PERFORM BANK-AMOUNT-IN-DOLLARS
                       ADD WS-PAYMENT-AMOUNT TO WS-BANK-ACT-AMOUNT
                    END-IF
              END-READ
           END-IF
           .

      * LA BANQUE CREDITE LE COMPTE EN DOLLARS : UN REGLEMENT EN
      * DEVISE COMPTE AU RAPPROCHEMENT POUR SA CONTRE-VALEUR AU TAUX
      * DE SA DATE (SANS TAUX, POUR SON MONTANT FACIAL)
       BANK-AMOUNT-IN-DOLLARS.
           PERFORM NORMALIZE-CURRENCY
           IF PY-CURRENCY = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-PAYMENT-RATE
           IF WS-RC-VALID = 'Y'
              COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                      WS-PAYMENT-AMOUNT * WS-RC-RATE
           END-IF
           .

       ACCUMULATE-ONE-DEPOSIT.
           IF FUNCTION TEST-NUMVAL(BK-AMOUNT-TXT) = 0
              COMPUTE WS-PAYMENT-AMOUNT =
           READ PAYMENTS-FILE
           IF WS-PY-OK
              ADD 1 TO WS-RECORDS-READ
              PERFORM NORMALIZE-CURRENCY
           ELSE
              IF WS-PY-EOF
                 DISPLAY 'FIN DE FICHIER REGLEMENTS'
              END-IF
           END-IF

      * REGLEMENT EN DEVISE : LE MONTANT A IMPUTER DEVIENT LE MONTANT
      * DOLLAR FACTURE QU'IL SOLDE ; SANS FACTURE, DEVISE OU TAUX
      * EXPLOITABLE, IL PART EN ATTENTE
           MOVE 'N' TO WS-FX-DONE-SW
           IF PY-CURRENCY NOT = SPACES
              PERFORM CONVERT-FOREIGN-PAYMENT
              IF NOT WS-FX-DONE
                 PERFORM WRITE-DETAIL-LINE
                 PERFORM WRITE-SUSPENSE-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM READ-CUSTOMER-BALANCE
           IF SQLCODE = 100
              MOVE 'CLIENT INCONNU' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF

      * REGLEMENT DATE D'UNE PERIODE EN CLOTURE OU FERMEE : MIS EN
      * ATTENTE (REFUS, REPRIS PAR SUSPREL) OU IMPUTE AVEC LE PREMIER
      * JOUR OUVERT POUR DATE COMPTABLE (FVPAYAPP, FVFXDIF)
           MOVE PY-DATE TO WS-PAY-POST-DATE
           CALL 'PERIODCK' USING PY-DATE WS-PER-COUNT WS-PER-TABLE
                   WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'X'
              MOVE 'PERIODE DU REGLEMENT FERMEE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              MOVE 'R009' TO SU-REASON-CODE
              MOVE 'PERIODE DU REGLEMENT FERMEE' TO SU-REASON-TEXT
              PERFORM WRITE-SUSPENSE-LINE
              MOVE WS-PAYMENT-AMOUNT TO BP-AMOUNT
              MOVE 'IMPUTATION REFUSEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              EXIT PARAGRAPH
           END-IF
           IF WS-PER-ACTION = 'R'
              MOVE WS-PER-POST-DATE TO WS-PAY-POST-DATE
           END-IF

           PERFORM APPLY-PAYMENT
           .

           IF SQLCODE = 0
              ADD 1 TO WS-RECORDS-APPLIED
              ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-APPLIED
              IF WS-PER-ACTION = 'R'
                 MOVE SPACES TO WS-RPT-STATUS
                 STRING 'IMPUTE, DATE COMPTABLE ' WS-PAY-POST-DATE
                    DELIMITED BY SIZE INTO WS-RPT-STATUS
                 END-STRING
              ELSE
                 MOVE 'IMPUTE' TO WS-RPT-STATUS
              END-IF
              PERFORM WRITE-DETAIL-LINE
              PERFORM WRITE-APPLIED-LINE
              PERFORM RECORD-PAYMENT-REFERENCE
              IF WS-FX-DONE
                 PERFORM WRITE-FXDIFF-LINE
              END-IF
              IF WS-PER-ACTION = 'R'
                 MOVE WS-PAYMENT-AMOUNT TO BP-AMOUNT
                 MOVE 'IMPUTATION REPORTEE' TO BP-DETAIL
                 PERFORM APPEND-BACKPOST
              END-IF
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= 100
                 EXEC SQL COMMIT END-EXEC
           END-IF
           .

      *****************************************************************
      * DEVISE DU REGLEMENT : ENREGISTREMENT COURT, BLANCS OU 'DO' =  *
      * DOLLARS (DEVISE RAMENEE A BLANC)                              *
      *****************************************************************
       NORMALIZE-CURRENCY.
           IF WS-PY-LENGTH < 42
              MOVE SPACES TO PY-CURRENCY
           END-IF
           IF PY-CURRENCY = 'DO'
              MOVE SPACES TO PY-CURRENCY
           END-IF
           .

      *****************************************************************
      * TAUX EN VIGUEUR A LA DATE DU REGLEMENT (RATECONV, MEME REGLE  *
      * DE DATE D'EFFET QU'INVGEN)                                    *
      *****************************************************************
       RESOLVE-PAYMENT-RATE.
           MOVE PY-CURRENCY TO WS-RC-CURRENCY
           MOVE PY-DATE     TO WS-RC-DATE
           MOVE 1 TO WS-RC-PRICE-IN
           CALL 'RATECONV' USING WS-RC-CURRENCY WS-RC-PRICE-IN
                   WS-RC-DATE WS-RATE-COUNT WS-RATE-TABLE
                   WS-RC-PRICE-OUT WS-RC-RATE WS-RC-VALID
           IF WS-RC-RATE = ZERO
              MOVE 'N' TO WS-RC-VALID
           END-IF
           .

      *****************************************************************
      * CONVERSION D'UN REGLEMENT EN DEVISE : LA REFERENCE DESIGNE LA *
      * FACTURE (7 PREMIERS CARACTERES, CONVENTION D'OPENITEM), QUI   *
      * DOIT AVOIR ETE EMISE DANS LA MEME DEVISE. MONTANT SOLDE = TTC *
      * DOLLAR DE LA FACTURE AU PRORATA DU MONTANT DEVISE REGLE ;     *
      * MONTANT ENCAISSE = MONTANT DEVISE AU TAUX DU JOUR DU          *
      * REGLEMENT ; ECART = ENCAISSE - SOLDE (POSITIF = GAIN)         *
      *****************************************************************
       CONVERT-FOREIGN-PAYMENT.
           IF PY-REFERENCE(1:7) IS NUMERIC
              MOVE PY-REFERENCE(1:7) TO WS-FINV-SEARCH
              PERFORM FIND-FOREIGN-INVOICE
           ELSE
              MOVE 0 TO WS-FINV-FOUND
           END-IF
           IF WS-FINV-FOUND = 0
              MOVE 'FACTURE EN DEVISE INTROUVABLE' TO WS-RPT-STATUS
              MOVE 'R006' TO SU-REASON-CODE
              MOVE 'FACTURE EN DEVISE INTROUVABLE' TO SU-REASON-TEXT
              EXIT PARAGRAPH
           END-IF
           IF WS-FI-CURRENCY(WS-FINV-FOUND) NOT = PY-CURRENCY
              MOVE 'DEVISE DIFFERENTE DE LA FACTURE' TO WS-RPT-STATUS
              MOVE 'R007' TO SU-REASON-CODE
              MOVE 'DEVISE DIFFERENTE DE LA FACTURE' TO SU-REASON-TEXT
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-PAYMENT-RATE
           IF WS-RC-VALID NOT = 'Y'
              MOVE 'TAUX DE CHANGE INCONNU' TO WS-RPT-STATUS
              MOVE 'R008' TO SU-REASON-CODE
              MOVE 'TAUX DE CHANGE INCONNU' TO SU-REASON-TEXT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYMENT-AMOUNT TO WS-FX-F-AMOUNT
           COMPUTE WS-FX-INV-RATE ROUNDED =
                   WS-FI-GROSS(WS-FINV-FOUND)
                 / WS-FI-F-GROSS(WS-FINV-FOUND)
           COMPUTE WS-FX-CLEARED ROUNDED =
                   WS-FI-GROSS(WS-FINV-FOUND) * WS-FX-F-AMOUNT
                 / WS-FI-F-GROSS(WS-FINV-FOUND)
           COMPUTE WS-FX-RECEIVED ROUNDED =
                   WS-FX-F-AMOUNT * WS-RC-RATE
           COMPUTE WS-FX-DIFF = WS-FX-RECEIVED - WS-FX-CLEARED
           MOVE WS-FX-CLEARED TO WS-PAYMENT-AMOUNT
           MOVE 'Y' TO WS-FX-DONE-SW
           .

       FIND-FOREIGN-INVOICE.
           MOVE 0 TO WS-FINV-FOUND
           PERFORM VARYING FI-IX FROM 1 BY 1
                   UNTIL FI-IX > WS-FINV-COUNT
              IF WS-FI-INV-NO(FI-IX) = WS-FINV-SEARCH
                 SET WS-FINV-FOUND TO FI-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * ECART DE CHANGE REALISE (FVFXDIF) ET LIGNE DE DETAIL DEVISE   *
      *****************************************************************
       WRITE-FXDIFF-LINE.
           MOVE WS-PAY-POST-DATE  TO FX-DATE
           MOVE PY-CUST-NO        TO FX-CUST-NO
           MOVE PY-REFERENCE      TO FX-REFERENCE
           MOVE WS-FINV-SEARCH    TO FX-INV-NO
           MOVE PY-CURRENCY       TO FX-CURRENCY
           MOVE WS-FX-F-AMOUNT    TO FX-F-AMOUNT
           MOVE WS-FX-INV-RATE    TO FX-INV-RATE
           MOVE WS-RC-RATE        TO FX-PAY-RATE
           MOVE WS-FX-CLEARED     TO FX-CLEARED
           MOVE WS-FX-RECEIVED    TO FX-RECEIVED
           MOVE WS-FX-DIFF        TO FX-DIFF
           MOVE 'IMPREGLS'        TO FX-SOURCE
           WRITE FXDIFF-RECORD
           IF NOT WS-FX-OK
              DISPLAY 'ERREUR ECRITURE ECARTS DE CHANGE: '
                      WS-FX-STATUS
              ADD 1 TO WS-RECORDS-ERROR
              MOVE '00' TO WS-FX-STATUS
           END-IF
           ADD 1 TO WS-FX-PAYMENTS
           IF WS-FX-DIFF > 0
              ADD WS-FX-DIFF TO WS-FX-TOTAL-GAIN
           ELSE
              SUBTRACT WS-FX-DIFF FROM WS-FX-TOTAL-LOSS
           END-IF
           MOVE PY-CURRENCY       TO WS-RPT-FX-CURR
           MOVE WS-FX-F-AMOUNT    TO WS-RPT-FX-F-AMT
           MOVE WS-FX-INV-RATE    TO WS-RPT-FX-INV-RT
           MOVE WS-RC-RATE        TO WS-RPT-FX-PAY-RT
           MOVE WS-FX-RECEIVED    TO WS-RPT-FX-RECV
           MOVE WS-FX-DIFF        TO WS-RPT-FX-DIFF
           WRITE REPORT-RECORD FROM WS-FX-LINE
           .

      *****************************************************************
      * CHARGEMENT DE LA TABLE DES TAUX DEPUIS FNCURR (MEME LOGIQUE   *
      * QU'INVGEN) ; FICHIER ABSENT = REGLEMENTS EN DEVISE EN ATTENTE *
      *****************************************************************
       LOAD-CURRENCY-RATES.
           OPEN INPUT CURRENCIES-FILE
           IF NOT WS-CU-OK
              DISPLAY 'PAS DE TABLE DES TAUX (' WS-CU-STATUS
                      '), REGLEMENTS EN DEVISE MIS EN ATTENTE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CU-EOF
              READ CURRENCIES-FILE
                 AT END MOVE '10' TO WS-CU-STATUS
                 NOT AT END PERFORM LOAD-ONE-RATE
              END-READ
           END-PERFORM
           CLOSE CURRENCIES-FILE
           DISPLAY 'TAUX DE CHANGE CHARGES: ' WS-RATE-COUNT
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
      * PORTENT UN MONTANT DEVISE SONT RETENUES                       *
      *****************************************************************
       LOAD-FOREIGN-INVOICES.
           OPEN INPUT REGISTER-FILE
           IF NOT WS-RG-OK
              DISPLAY 'PAS DE REGISTRE DES FACTURES (' WS-RG-STATUS
                      '), REGLEMENTS EN DEVISE MIS EN ATTENTE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RG-EOF
              READ REGISTER-FILE
                 AT END MOVE '10' TO WS-RG-STATUS
                 NOT AT END PERFORM LOAD-ONE-FOREIGN-INVOICE
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           DISPLAY 'FACTURES EN DEVISE CHARGEES: ' WS-FINV-COUNT
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
      * ECRITURE LIGNE DE DETAIL                                     *
      *****************************************************************
      *****************************************************************
       WRITE-APPLIED-LINE.
           MOVE PY-CUST-NO        TO PA-CUST-NO
           MOVE WS-PAY-POST-DATE  TO PA-DATE
           MOVE WS-PAYMENT-AMOUNT TO PA-AMOUNT
           MOVE PY-REFERENCE      TO PA-REFERENCE
           WRITE APPLIED-RECORD
      * ECRITURE D'UN REGLEMENT EN ATTENTE (FVPAYSUS)                *
      *****************************************************************
       WRITE-SUSPENSE-LINE.
           MOVE PAYMENT-RECORD(1:39) TO SU-PAYMENT-IMAGE
           MOVE SPACES               TO SU-AGE
           MOVE PY-CURRENCY          TO SU-CURRENCY
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-RECORDS-SUSPENSE
           MOVE SPACES TO SU-REASON-CODE
           MOVE SPACES TO SU-REASON-TEXT
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
      * TRACE D'UN REGLEMENT REFUSE OU REPORTE (FVBKPOST, EN AJOUT) ; *
      * BP-AMOUNT ET BP-DETAIL SONT RENSEIGNES PAR L'APPELANT         *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BP-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BP-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'IMPREGLS'       TO BP-PROGRAM
              MOVE WS-PER-ACTION    TO BP-ACTION
              MOVE PY-DATE          TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE TO BP-POST-DATE
              MOVE PY-REFERENCE     TO BP-REFERENCE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

      *****************************************************************
      * FINALISATION                                                 *
      *****************************************************************
           DISPLAY 'TOTAL EN ATTENTE: ' WS-RECORDS-SUSPENSE
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           DISPLAY 'REFERENCES EN DOUBLE REJETEES: ' CNT-DUP-REF
           DISPLAY 'REGLEMENTS EN DEVISE IMPUTES: ' WS-FX-PAYMENTS
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
           MOVE 'IMPREGLS' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-RECORDS-READ    TO RH-RECORDS-READ
           MOVE WS-RECORDS-APPLIED TO RH-RECORDS-OK
           MOVE WS-RECORDS-ERROR   TO RH-RECORDS-ERROR
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
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-TOTAL-APPLIED TO WS-RPT-TOT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           IF WS-FX-PAYMENTS > 0
              MOVE WS-FX-PAYMENTS   TO WS-RPT-FX-COUNT
              MOVE WS-FX-TOTAL-GAIN TO WS-RPT-FX-GAIN
              MOVE WS-FX-TOTAL-LOSS TO WS-RPT-FX-LOSS
              WRITE REPORT-RECORD FROM WS-FX-SUM-LINE
           END-IF
           IF WS-BANK-AVAILABLE
              MOVE WS-BANK-EXP-COUNT  TO WS-RPT-BK-EXP-CNT
              MOVE WS-BANK-EXP-AMOUNT TO WS-RPT-BK-EXP-AMT
           CLOSE SUSPENSE-FILE
           CLOSE APPLIED-FILE
           CLOSE PAYREF-FILE
           CLOSE FXDIFF-FILE
           .
