       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CAMPAGNE DE PAIEMENT DES FOURNISSEURS AVEC AVIS   *
      *             DE PAIEMENT                                       *
      * OBJECTIF  : LES FACTURES RAPPROCHEES PAR SUPINV ATTENDENT     *
      *             DANS LE GRAND LIVRE FOURNISSEURS FNAPLDG. CE LOT  *
      *             SELECTIONNE, A LA DATE DE PAIEMENT (CARTE DATE=,  *
      *             DATE DU JOUR PAR DEFAUT), LES FACTURES ECHUES :   *
      *             ECHEANCE = DATE DE FACTURE + DELAI DE PAIEMENT DU *
      *             FOURNISSEUR AU MAITRE FNSUPMST (A DEFAUT,         *
      *             L'ECHEANCE PORTEE AU GRAND LIVRE). LES FACTURES   *
      *             BLOQUEES PAR LA COMPTABILITE FOURNISSEURS         *
      *             (FNAPBLK) SONT ECARTEES, SAUF CARTE EXCLHOLD=N.   *
      *             LES FACTURES RETENUES SONT REGROUPEES PAR         *
      *             FOURNISSEUR EN UN VIREMENT (FICHIER BANCAIRE      *
      *             FNBKPAY, COMPTE BANCAIRE DU MAITRE), UN AVIS DE   *
      *             PAIEMENT PAR FOURNISSEUR LISTE LES FACTURES       *
      *             REGLEES (FNAPREM) ET LES ECRITURES DEBIT          *
      *             FOURNISSEURS / CREDIT BANQUE PARTENT DANS FNAPJRN *
      *             POUR GLJRNL. CHAQUE FACTURE PAYEE EST INSCRITE    *
      *             DANS LE REGISTRE PERSISTANT FNAPPAID (MEME        *
      *             PRINCIPE QUE FVPAYREF DANS IMPREGLS) : UNE        *
      *             RELANCE A LA MEME DATE NE LA PAIE JAMAIS DEUX     *
      *             FOIS.                                             *
      *             SI LA PERIODE DE LA DATE DE PAIEMENT EST EN       *
      *             CLOTURE OU FERMEE (FVPERST, SOUS-PROGRAMME        *
      *             PERIODCK), LA CAMPAGNE EST REFUSEE OU SES         *
      *             VIREMENTS SONT TRACES COMME REPORTES AU PREMIER   *
      *             JOUR OUVERT (DATE RETENUE PAR GLJRNL), SELON LE   *
      *             MODE DE LA PERIODE ; CHAQUE REFUS OU REPORT EST   *
      *             TRACE DANS FVBKPOST.                              *
      * ENTREE    : SYSIN (DATE=, EXCLHOLD= FACULTATIVES), FNAPLDG    *
      *             (GRAND LIVRE), FNSUPMST (MAITRE), FNAPPAID        *
      *             (FACTURES PAYEES, FACULTATIF AU PREMIER RUN),     *
      *             FNAPBLK (BLOCAGES, FACULTATIF), FVPERST (STATUT   *
      *             DES PERIODES, FACULTATIF)                         *
      * SORTIE    : FNBKPAY (VIREMENTS), FNAPREM (AVIS DE PAIEMENT),  *
      *             FNAPJRN (ECRITURES POUR GLJRNL), FNAPPAID (AJOUT) *
      *             + RAPPORT (FREPORT) + FVBKPOST (REFUS/REPORTS DE  *
      *             PERIODE, AJOUT)                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

      * GRAND LIVRE FOURNISSEURS (ALIMENTE PAR SUPINV)
           SELECT LEDGER-FILE
               ASSIGN TO FNAPLDG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.

      * MAITRE FOURNISSEURS (TENU PAR SUPMNT) : DELAI DE PAIEMENT ET
      * COMPTE BANCAIRE
           SELECT SUP-FILE
               ASSIGN TO FNSUPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-SU-STATUS.

      * FACTURES DEJA PAYEES : LU A L'INITIALISATION, COMPLETE EN
      * AJOUT A CHAQUE PAIEMENT
           SELECT PAID-FILE
               ASSIGN TO FNAPPAID
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

      * FACTURES BLOQUEES AU PAIEMENT (LITIGE, AVOIR ATTENDU...)
           SELECT BLOCK-FILE
               ASSIGN TO FNAPBLK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.

           SELECT BANK-FILE
               ASSIGN TO FNBKPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT REMIT-FILE
               ASSIGN TO FNAPREM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.

           SELECT APJRN-FILE
               ASSIGN TO FNAPJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

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
               FILE STATUS IS WS-PB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * MEME DISPOSITION QUE LEDGER-RECORD DANS SUPINV
       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
          05 AP-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1).
          05 AP-INV-NO            PIC X(10).
          05 FILLER               PIC X(1).
          05 AP-INV-DATE          PIC X(10).
          05 FILLER               PIC X(1).
          05 AP-DUE-DATE          PIC X(10).
          05 FILLER               PIC X(1).
          05 AP-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 AP-LINES             PIC 9(3).
          05 FILLER               PIC X(1).
          05 AP-TIMESTAMP         PIC X(20).

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

      * FACTURE PAYEE : FOURNISSEUR, FACTURE, DATE DE PAIEMENT,
      * MONTANT ET REFERENCE DU VIREMENT
       FD  PAID-FILE.
       01 PAID-RECORD.
          05 PD-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PD-INV-NO            PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PD-PAY-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PD-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PD-PAY-REF           PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PD-TIMESTAMP         PIC X(20).

      * BLOCAGE : FOURNISSEUR, FACTURE ET MOTIF
       FD  BLOCK-FILE.
       01 BLOCK-RECORD.
          05 BL-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1).
          05 BL-INV-NO            PIC X(10).
          05 FILLER               PIC X(1).
          05 BL-REASON            PIC X(30).

      * VIREMENT : UN PAR FOURNISSEUR ET PAR CAMPAGNE
       FD  BANK-FILE.
       01 BANK-RECORD.
          05 BP-PAY-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-PAY-REF           PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-SUP-NAME          PIC X(30).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-BANK-ACCT         PIC X(34).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-INV-COUNT         PIC 9(3).

       FD  REMIT-FILE.
       01 REMIT-RECORD            PIC X(132).

      * ECRITURE DE PAIEMENT POUR GLJRNL : DATE, FOURNISSEUR,
      * REFERENCE DU VIREMENT ET MONTANT
       FD  APJRN-FILE.
       01 APJRN-RECORD.
          05 AJ-DATE              PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AJ-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AJ-PAY-REF           PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AJ-AMOUNT            PIC S9(9)V99.

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

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

      * MEME DISPOSITION QUE BKPOST-RECORD DANS BKPOSTRP (PREFIXE PB-,
      * BP- DESIGNANT ICI LE VIREMENT)
       FD  BKPOST-FILE.
       01 BKPOST-RECORD.
          05 PB-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PB-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PB-ACTION            PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PB-ORIG-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PB-POST-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PB-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PB-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PB-DETAIL            PIC X(30).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-LG-STATUS            PIC XX         VALUE SPACES.
          88 WS-LG-OK                            VALUE '00'.
          88 WS-LG-EOF                           VALUE '10'.

       01 WS-SU-STATUS            PIC XX         VALUE SPACES.
          88 WS-SU-OK                            VALUE '00'.

       01 WS-PD-STATUS            PIC XX         VALUE SPACES.
          88 WS-PD-OK                            VALUE '00'.
          88 WS-PD-EOF                           VALUE '10'.

       01 WS-BL-STATUS            PIC XX         VALUE SPACES.
          88 WS-BL-OK                            VALUE '00'.
          88 WS-BL-EOF                           VALUE '10'.

       01 WS-BK-STATUS            PIC XX         VALUE SPACES.
          88 WS-BK-OK                            VALUE '00'.

       01 WS-RM-STATUS            PIC XX         VALUE SPACES.
          88 WS-RM-OK                            VALUE '00'.

       01 WS-JR-STATUS            PIC XX         VALUE SPACES.
          88 WS-JR-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.

       01 WS-PB-STATUS            PIC XX         VALUE SPACES.
          88 WS-PB-OK                            VALUE '00'.

      * DATE DE PAIEMENT (CARTE DATE=, DATE DU JOUR PAR DEFAUT)
       01 WS-PAY-DATE             PIC X(10)      VALUE SPACES.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE PAIEMENT (P = COMPTABILISABLE,
      * R = REPORTEE AU PREMIER JOUR OUVERT, X = CAMPAGNE REFUSEE)
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-POST-DATE            PIC X(10)      VALUE SPACES.
       01 WS-POST-ACTION          PIC X          VALUE 'P'.

      * CARTE EXCLHOLD= : 'Y' (DEFAUT) ECARTE LES FACTURES BLOQUEES
       01 WS-EXCL-HOLD-SW         PIC X          VALUE 'Y'.
          88 WS-EXCL-HOLD                        VALUE 'Y'.

      * FACTURES DEJA PAYEES (FNAPPAID) ET PLUS GRAND NUMERO DE
      * VIREMENT DEJA EMIS A LA DATE DE PAIEMENT
       01 WS-PAID-TABLE.
          05 WS-PA-ENTRY OCCURS 20000 TIMES INDEXED BY PA-IX.
             10 WS-PA-SUP-NO      PIC X(4).
             10 WS-PA-INV-NO      PIC X(10).
       01 WS-PAID-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-PAID-MAX             PIC 9(5)       VALUE 20000.
       01 WS-PAY-SEQ              PIC 9(3)       VALUE ZERO.
       01 WS-REF-SEQ              PIC 9(3)       VALUE ZERO.

      * FACTURES BLOQUEES (FNAPBLK)
       01 WS-BLK-TABLE.
          05 WS-BK-ENTRY OCCURS 2000 TIMES INDEXED BY BK-IX.
             10 WS-BK-SUP-NO      PIC X(4).
             10 WS-BK-INV-NO      PIC X(10).
       01 WS-BLK-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-BLK-MAX              PIC 9(4)       VALUE 2000.

      * FACTURES RETENUES POUR LA CAMPAGNE
       01 WS-SEL-TABLE.
          05 WS-SL-ENTRY OCCURS 5000 TIMES INDEXED BY SL-IX.
             10 WS-SL-SUP-NO      PIC X(4).
             10 WS-SL-INV-NO      PIC X(10).
             10 WS-SL-INV-DATE    PIC X(10).
             10 WS-SL-DUE-DATE    PIC X(10).
             10 WS-SL-AMOUNT      PIC S9(9)V99 COMP-3.
       01 WS-SEL-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-SEL-MAX              PIC 9(4)       VALUE 5000.

      * FOURNISSEURS A PAYER (ORDRE DE PREMIERE APPARITION)
       01 WS-SPY-TABLE.
          05 WS-SP-ENTRY OCCURS 1000 TIMES INDEXED BY SP-IX.
             10 WS-SP-SUP-NO      PIC X(4).
       01 WS-SPY-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-SPY-MAX              PIC 9(4)       VALUE 1000.
       01 WS-SPY-FOUND            PIC 9(4)       VALUE ZERO.

      * FACTURE / VIREMENT EN COURS
       01 WS-FOUND-SW             PIC X          VALUE 'N'.
          88 WS-FOUND                            VALUE 'Y'.
       01 WS-DUE-DATE             PIC X(10)      VALUE SPACES.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-INT             PIC S9(9) COMP VALUE 0.
       01 WS-CUR-SUP-NO           PIC X(4)       VALUE SPACES.
       01 WS-PAY-REF              PIC X(10)      VALUE SPACES.
       01 WS-PAY-AMOUNT           PIC S9(9)V99   VALUE ZERO.
       01 WS-PAY-INV-COUNT        PIC 9(3)       VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-LEDGER-READ       PIC 9(5)       VALUE ZERO.
          05 WS-SKIP-PAID         PIC 9(5)       VALUE ZERO.
          05 WS-SKIP-NOT-DUE      PIC 9(5)       VALUE ZERO.
          05 WS-SKIP-BLOCKED      PIC 9(5)       VALUE ZERO.
          05 WS-INVOICES-PAID     PIC 9(5)       VALUE ZERO.
          05 WS-PAYMENTS-MADE     PIC 9(5)       VALUE ZERO.
          05 WS-SUP-SKIPPED       PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-TOTAL-PAID        PIC S9(11)V99  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'CAMPAGNE DE PAIEMENT DES FOURNISSEURS'.
          05 WS-PARAM-LINE.
             10 FILLER            PIC X(20)      VALUE
                'DATE DE PAIEMENT : '.
             10 WS-RPT-PAY-DATE   PIC X(10).
             10 FILLER            PIC X(30)      VALUE
                '  FACTURES BLOQUEES EXCLUES: '.
             10 WS-RPT-EXCL       PIC X(1).
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(6)       VALUE 'FOUR: '.
             10 WS-RPT-SUP        PIC X(4).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-NAME       PIC X(30).
             10 FILLER            PIC X(7)       VALUE '  VIR: '.
             10 WS-RPT-REF        PIC X(10).
             10 FILLER            PIC X(11)      VALUE '  FACTURES:'.
             10 WS-RPT-INV-CNT    PIC ZZ9.
             10 FILLER            PIC X(11)      VALUE '  MONTANT: '.
             10 WS-RPT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(30).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(21)      VALUE
                'FACTURES AU G.LIVRE: '.
             10 WS-RPT-LDG-READ   PIC ZZ,ZZ9.
             10 FILLER            PIC X(12)      VALUE ' - PAYEES : '.
             10 WS-RPT-INV-PAID   PIC ZZ,ZZ9.
             10 FILLER            PIC X(17)      VALUE
                ' - DEJA PAYEES : '.
             10 WS-RPT-SKIP-PAID  PIC ZZ,ZZ9.
             10 FILLER            PIC X(16)      VALUE
                ' - NON ECHUES : '.
             10 WS-RPT-SKIP-DUE   PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE
                ' - BLOQUEES : '.
             10 WS-RPT-SKIP-BLK   PIC ZZ,ZZ9.
          05 WS-TOTAL-LINE.
             10 FILLER            PIC X(21)      VALUE
                'VIREMENTS EMIS     : '.
             10 WS-RPT-PAYMENTS   PIC ZZ,ZZ9.
             10 FILLER            PIC X(18)      VALUE
                ' - TOTAL VIRE  : '.
             10 WS-RPT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * MISE EN PAGE DE L'AVIS DE PAIEMENT
       01 WS-REMIT-LINES.
          05 WS-RM-SEP            PIC X(132)     VALUE ALL '='.
          05 WS-RM-HDR.
             10 FILLER            PIC X(20)      VALUE
                'AVIS DE PAIEMENT   '.
             10 FILLER            PIC X(12)      VALUE 'VIREMENT : '.
             10 WS-RM-REF         PIC X(10).
             10 FILLER            PIC X(9)       VALUE '  DU : '.
             10 WS-RM-DATE        PIC X(10).
          05 WS-RM-SUP.
             10 FILLER            PIC X(14)      VALUE
                'FOURNISSEUR : '.
             10 WS-RM-SUP-NO      PIC X(4).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RM-NAME        PIC X(30).
          05 WS-RM-ACCT.
             10 FILLER            PIC X(14)      VALUE
                'COMPTE      : '.
             10 WS-RM-BANK        PIC X(34).
          05 WS-RM-COLS           PIC X(132)     VALUE
                '   FACTURE     DATE        ECHEANCE         MONTANT'.
          05 WS-RM-INV.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RM-INV-NO      PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RM-INV-DATE    PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RM-DUE-DATE    PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-RM-TOTAL.
             10 FILLER            PIC X(39)      VALUE
                'TOTAL REGLE PAR CE VIREMENT         : '.
             10 WS-RM-TOT-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-RM-BLANK          PIC X(132)     VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM SELECT-DUE-INVOICES
           PERFORM PAY-SUPPLIERS
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                               *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME APPAYRUN'
           PERFORM READ-SYSIN-CARDS
           IF WS-PAY-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-PAY-DATE
              END-STRING
           END-IF

      * PERIODE DE LA DATE DE PAIEMENT EN CLOTURE OU FERMEE : CAMPAGNE
      * REFUSEE, OU VIREMENTS EMIS ET TRACES COMME REPORTES ; FNAPJRN
      * GARDE LA DATE DE PAIEMENT, SELECTIONNEE PAR GLJRNL QUI DATE
      * LUI-MEME L'ECRITURE DU PREMIER JOUR OUVERT (COMME LE PORT DE
      * SHIPMANF)
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-PAY-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE DU ' WS-PAY-DATE ' EN CLOTURE OU '
                      'FERMEE, AUCUN VIREMENT EMIS'
              MOVE SPACES       TO PB-REFERENCE
              MOVE +0           TO PB-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO PB-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE DU ' WS-PAY-DATE ' EN CLOTURE OU '
                      'FERMEE, VIREMENTS REPORTES AU ' WS-POST-DATE
           END-IF

           OPEN INPUT LEDGER-FILE
           IF NOT WS-LG-OK
              DISPLAY 'ERREUR OUVERTURE GRAND LIVRE FOURNISSEURS: '
                      WS-LG-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

      * LE MAITRE EST INDISPENSABLE : IL PORTE LE COMPTE A CREDITER
           OPEN INPUT SUP-FILE
           IF NOT WS-SU-OK
              DISPLAY 'ERREUR OUVERTURE MAITRE FNSUPMST: '
                      WS-SU-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE LEDGER-FILE
              GOBACK
           END-IF

           PERFORM LOAD-PAID-REGISTER
           PERFORM LOAD-BLOCKS

           OPEN EXTEND PAID-FILE
           IF NOT WS-PD-OK
              OPEN OUTPUT PAID-FILE
           END-IF
           IF NOT WS-PD-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE FNAPPAID: '
                      WS-PD-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN OUTPUT BANK-FILE
           OPEN OUTPUT REMIT-FILE
           OPEN OUTPUT APJRN-FILE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-BK-OK OR NOT WS-RM-OK OR NOT WS-JR-OK
              OR NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIERS DE SORTIE: '
                      WS-BK-STATUS ' ' WS-RM-STATUS ' '
                      WS-JR-STATUS ' ' WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-PAY-DATE     TO WS-RPT-PAY-DATE
           MOVE WS-EXCL-HOLD-SW TO WS-RPT-EXCL
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN DATE= / EXCLHOLD=                    *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END
                       EVALUATE TRUE
                          WHEN SYSIN-RECORD(1:5) = 'DATE='
                             MOVE SYSIN-RECORD(6:10) TO WS-PAY-DATE
                          WHEN SYSIN-RECORD(1:9) = 'EXCLHOLD='
                             IF SYSIN-RECORD(10:1) = 'N'
                                MOVE 'N' TO WS-EXCL-HOLD-SW
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * REGISTRE DES FACTURES PAYEES ; FICHIER ABSENT = PREMIER RUN.  *
      * LE DERNIER NUMERO DE VIREMENT DE LA DATE EST REPRIS POUR      *
      * QU'UNE RELANCE N'EMETTE PAS DEUX FOIS LA MEME REFERENCE       *
      *****************************************************************
       LOAD-PAID-REGISTER.
           OPEN INPUT PAID-FILE
           IF NOT WS-PD-OK
              DISPLAY 'PAS DE REGISTRE DES FACTURES PAYEES ('
                      WS-PD-STATUS '), PREMIER TRAITEMENT'
              MOVE '00' TO WS-PD-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PD-EOF
              READ PAID-FILE
                 AT END MOVE '10' TO WS-PD-STATUS
                 NOT AT END
                    IF WS-PAID-COUNT >= WS-PAID-MAX
                       DISPLAY 'REGISTRE DES FACTURES PAYEES SATURE, '
                               'ARRET DU PROGRAMME'
                       MOVE 12 TO RETURN-CODE
                       CLOSE PAID-FILE
                       CLOSE LEDGER-FILE
                       CLOSE SUP-FILE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-PAID-COUNT
                    MOVE PD-SUP-NO TO WS-PA-SUP-NO(WS-PAID-COUNT)
                    MOVE PD-INV-NO TO WS-PA-INV-NO(WS-PAID-COUNT)
                    IF PD-PAY-DATE = WS-PAY-DATE
                       AND PD-PAY-REF(8:3) IS NUMERIC
                       MOVE PD-PAY-REF(8:3) TO WS-REF-SEQ
                       IF WS-REF-SEQ > WS-PAY-SEQ
                          MOVE WS-REF-SEQ TO WS-PAY-SEQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAID-FILE
           MOVE '00' TO WS-PD-STATUS
           .

      *****************************************************************
      * FACTURES BLOQUEES ; FICHIER ABSENT = AUCUN BLOCAGE            *
      *****************************************************************
       LOAD-BLOCKS.
           OPEN INPUT BLOCK-FILE
           IF NOT WS-BL-OK
              DISPLAY 'PAS DE FACTURES BLOQUEES (' WS-BL-STATUS ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BL-EOF
              READ BLOCK-FILE
                 AT END MOVE '10' TO WS-BL-STATUS
                 NOT AT END
                    IF WS-BLK-COUNT < WS-BLK-MAX
                       ADD 1 TO WS-BLK-COUNT
                       MOVE BL-SUP-NO TO WS-BK-SUP-NO(WS-BLK-COUNT)
                       MOVE BL-INV-NO TO WS-BK-INV-NO(WS-BLK-COUNT)
                    ELSE
                       DISPLAY 'TABLE DES BLOCAGES PLEINE, FACTURE '
                               BL-SUP-NO '/' BL-INV-NO ' IGNOREE'
                       ADD 1 TO WS-RECORDS-ERROR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BLOCK-FILE
           .

      *****************************************************************
      * SELECTION DES FACTURES ECHUES, NON PAYEES ET NON BLOQUEES     *
      *****************************************************************
       SELECT-DUE-INVOICES.
           PERFORM UNTIL WS-LG-EOF
              READ LEDGER-FILE
                 AT END MOVE '10' TO WS-LG-STATUS
                 NOT AT END
                    ADD 1 TO WS-LEDGER-READ
                    PERFORM ASSESS-ONE-INVOICE
              END-READ
           END-PERFORM
           .

       ASSESS-ONE-INVOICE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING PA-IX FROM 1 BY 1
                   UNTIL PA-IX > WS-PAID-COUNT OR WS-FOUND
              IF WS-PA-SUP-NO(PA-IX) = AP-SUP-NO
                 AND WS-PA-INV-NO(PA-IX) = AP-INV-NO
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-FOUND
              ADD 1 TO WS-SKIP-PAID
              EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-DUE-DATE
           IF WS-DUE-DATE > WS-PAY-DATE
              ADD 1 TO WS-SKIP-NOT-DUE
              EXIT PARAGRAPH
           END-IF

           IF WS-EXCL-HOLD
              PERFORM VARYING BK-IX FROM 1 BY 1
                      UNTIL BK-IX > WS-BLK-COUNT OR WS-FOUND
                 IF WS-BK-SUP-NO(BK-IX) = AP-SUP-NO
                    AND WS-BK-INV-NO(BK-IX) = AP-INV-NO
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-PERFORM
              IF WS-FOUND
                 ADD 1 TO WS-SKIP-BLOCKED
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF WS-SEL-COUNT >= WS-SEL-MAX
              DISPLAY 'TABLE DE SELECTION PLEINE, FACTURE '
                      AP-SUP-NO '/' AP-INV-NO ' REPORTEE'
              ADD 1 TO WS-RECORDS-ERROR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE AP-SUP-NO   TO WS-SL-SUP-NO(WS-SEL-COUNT)
           MOVE AP-INV-NO   TO WS-SL-INV-NO(WS-SEL-COUNT)
           MOVE AP-INV-DATE TO WS-SL-INV-DATE(WS-SEL-COUNT)
           MOVE WS-DUE-DATE TO WS-SL-DUE-DATE(WS-SEL-COUNT)
           MOVE AP-AMOUNT   TO WS-SL-AMOUNT(WS-SEL-COUNT)

           MOVE 0 TO WS-SPY-FOUND
           PERFORM VARYING SP-IX FROM 1 BY 1
                   UNTIL SP-IX > WS-SPY-COUNT
              IF WS-SP-SUP-NO(SP-IX) = AP-SUP-NO
                 SET WS-SPY-FOUND TO SP-IX
              END-IF
           END-PERFORM
           IF WS-SPY-FOUND = 0
              IF WS-SPY-COUNT < WS-SPY-MAX
                 ADD 1 TO WS-SPY-COUNT
                 MOVE AP-SUP-NO TO WS-SP-SUP-NO(WS-SPY-COUNT)
              ELSE
                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE, FACTURE '
                         AP-SUP-NO '/' AP-INV-NO ' REPORTEE'
                 ADD 1 TO WS-RECORDS-ERROR
                 SUBTRACT 1 FROM WS-SEL-COUNT
              END-IF
           END-IF
           .

      *****************************************************************
      * ECHEANCE : DATE DE FACTURE + DELAI DU FOURNISSEUR AU MAITRE ; *
      * SANS DELAI AU MAITRE, ECHEANCE PORTEE AU GRAND LIVRE          *
      *****************************************************************
       COMPUTE-DUE-DATE.
           MOVE AP-DUE-DATE TO WS-DUE-DATE
           MOVE AP-SUP-NO TO SUP-NO
           READ SUP-FILE
           IF NOT WS-SU-OK OR SUP-PAY-TERMS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE AP-INV-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE AP-INV-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE AP-INV-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
                   + SUP-PAY-TERMS
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-CCYYMMDD(1:4) TO WS-DUE-DATE(1:4)
           MOVE '-'                   TO WS-DUE-DATE(5:1)
           MOVE WS-DATE-CCYYMMDD(5:2) TO WS-DUE-DATE(6:2)
           MOVE '-'                   TO WS-DUE-DATE(8:1)
           MOVE WS-DATE-CCYYMMDD(7:2) TO WS-DUE-DATE(9:2)
           .

      *****************************************************************
      * UN VIREMENT PAR FOURNISSEUR                                   *
      *****************************************************************
       PAY-SUPPLIERS.
           PERFORM VARYING SP-IX FROM 1 BY 1
                   UNTIL SP-IX > WS-SPY-COUNT
              MOVE WS-SP-SUP-NO(SP-IX) TO WS-CUR-SUP-NO
              PERFORM PAY-ONE-SUPPLIER
           END-PERFORM
           .

      *****************************************************************
      * VIREMENT D'UN FOURNISSEUR : TOTAL DES FACTURES RETENUES ; UN  *
      * TOTAL NUL OU NEGATIF (AVOIRS) OU UN COMPTE BANCAIRE ABSENT    *
      * LAISSE LES FACTURES EN PLACE POUR LA CAMPAGNE SUIVANTE        *
      *****************************************************************
       PAY-ONE-SUPPLIER.
           MOVE ZERO TO WS-PAY-AMOUNT
           MOVE ZERO TO WS-PAY-INV-COUNT
           PERFORM VARYING SL-IX FROM 1 BY 1
                   UNTIL SL-IX > WS-SEL-COUNT
              IF WS-SL-SUP-NO(SL-IX) = WS-CUR-SUP-NO
                 ADD WS-SL-AMOUNT(SL-IX) TO WS-PAY-AMOUNT
                 ADD 1 TO WS-PAY-INV-COUNT
              END-IF
           END-PERFORM

           MOVE WS-CUR-SUP-NO TO SUP-NO
           READ SUP-FILE
           IF NOT WS-SU-OK
              MOVE SPACES TO SUP-NAME
              MOVE SPACES TO SUP-BANK-ACCT
           END-IF
           MOVE SPACES TO WS-PAY-REF
           EVALUATE TRUE
              WHEN SUP-BANK-ACCT = SPACES
                 ADD 1 TO WS-SUP-SKIPPED
                 MOVE 'COMPTE BANCAIRE ABSENT' TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
                 EXIT PARAGRAPH
              WHEN WS-PAY-AMOUNT NOT > 0
                 ADD 1 TO WS-SUP-SKIPPED
                 MOVE 'SOLDE NUL OU CREDITEUR' TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
                 EXIT PARAGRAPH
           END-EVALUATE

      * REFERENCE : 'P' + AAMMJJ DE LA DATE DE PAIEMENT + SEQUENCE
           ADD 1 TO WS-PAY-SEQ
           STRING 'P' WS-PAY-DATE(3:2) WS-PAY-DATE(6:2)
                  WS-PAY-DATE(9:2) WS-PAY-SEQ
              DELIMITED BY SIZE INTO WS-PAY-REF
           END-STRING

           MOVE WS-PAY-DATE      TO BP-PAY-DATE
           MOVE WS-PAY-REF       TO BP-PAY-REF
           MOVE WS-CUR-SUP-NO    TO BP-SUP-NO
           MOVE SUP-NAME         TO BP-SUP-NAME
           MOVE SUP-BANK-ACCT    TO BP-BANK-ACCT
           MOVE WS-PAY-AMOUNT    TO BP-AMOUNT
           MOVE WS-PAY-INV-COUNT TO BP-INV-COUNT
           WRITE BANK-RECORD

           MOVE WS-PAY-DATE   TO AJ-DATE
           MOVE WS-CUR-SUP-NO TO AJ-SUP-NO
           MOVE WS-PAY-REF    TO AJ-PAY-REF
           MOVE WS-PAY-AMOUNT TO AJ-AMOUNT
           WRITE APJRN-RECORD
           IF WS-POST-ACTION = 'R'
              MOVE WS-PAY-REF          TO PB-REFERENCE
              MOVE WS-PAY-AMOUNT       TO PB-AMOUNT
              MOVE 'VIREMENT REPORTE'  TO PB-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF

           PERFORM WRITE-REMITTANCE-ADVICE

           ADD 1 TO WS-PAYMENTS-MADE
           ADD WS-PAY-AMOUNT TO WS-TOTAL-PAID
           MOVE 'VIREMENT EMIS' TO WS-RPT-STATUS
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * AVIS DE PAIEMENT : UNE LIGNE PAR FACTURE REGLEE, CHAQUE       *
      * FACTURE ETANT INSCRITE AU REGISTRE FNAPPAID AU PASSAGE        *
      *****************************************************************
       WRITE-REMITTANCE-ADVICE.
           WRITE REMIT-RECORD FROM WS-RM-SEP
           MOVE WS-PAY-REF    TO WS-RM-REF
           MOVE WS-PAY-DATE   TO WS-RM-DATE
           WRITE REMIT-RECORD FROM WS-RM-HDR
           MOVE WS-CUR-SUP-NO TO WS-RM-SUP-NO
           MOVE SUP-NAME      TO WS-RM-NAME
           WRITE REMIT-RECORD FROM WS-RM-SUP
           MOVE SUP-BANK-ACCT TO WS-RM-BANK
           WRITE REMIT-RECORD FROM WS-RM-ACCT
           WRITE REMIT-RECORD FROM WS-RM-COLS
           PERFORM VARYING SL-IX FROM 1 BY 1
                   UNTIL SL-IX > WS-SEL-COUNT
              IF WS-SL-SUP-NO(SL-IX) = WS-CUR-SUP-NO
                 MOVE WS-SL-INV-NO(SL-IX)   TO WS-RM-INV-NO
                 MOVE WS-SL-INV-DATE(SL-IX) TO WS-RM-INV-DATE
                 MOVE WS-SL-DUE-DATE(SL-IX) TO WS-RM-DUE-DATE
                 MOVE WS-SL-AMOUNT(SL-IX)   TO WS-RM-AMOUNT
                 WRITE REMIT-RECORD FROM WS-RM-INV
                 PERFORM RECORD-INVOICE-PAID
              END-IF
           END-PERFORM
           MOVE WS-PAY-AMOUNT TO WS-RM-TOT-AMT
           WRITE REMIT-RECORD FROM WS-RM-TOTAL
           WRITE REMIT-RECORD FROM WS-RM-BLANK
           .

       RECORD-INVOICE-PAID.
           MOVE WS-SL-SUP-NO(SL-IX) TO PD-SUP-NO
           MOVE WS-SL-INV-NO(SL-IX) TO PD-INV-NO
           MOVE WS-PAY-DATE         TO PD-PAY-DATE
           MOVE WS-SL-AMOUNT(SL-IX) TO PD-AMOUNT
           MOVE WS-PAY-REF          TO PD-PAY-REF
           MOVE FUNCTION CURRENT-DATE(1:20) TO PD-TIMESTAMP
           WRITE PAID-RECORD
           IF NOT WS-PD-OK
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'ERREUR ECRITURE REGISTRE FNAPPAID: '
                      WS-PD-STATUS
           END-IF
           ADD 1 TO WS-INVOICES-PAID
           .

      *****************************************************************
      * ECRITURE LIGNE DE DETAIL                                     *
      *****************************************************************
       WRITE-DETAIL-LINE.
           MOVE WS-CUR-SUP-NO    TO WS-RPT-SUP
           MOVE SUP-NAME         TO WS-RPT-NAME
           MOVE WS-PAY-REF       TO WS-RPT-REF
           MOVE WS-PAY-INV-COUNT TO WS-RPT-INV-CNT
           MOVE WS-PAY-AMOUNT    TO WS-RPT-AMOUNT
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
      * EN AJOUT) ; PB-REFERENCE, PB-AMOUNT ET PB-DETAIL SONT         *
      * RENSEIGNES PAR L'APPELANT                                     *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-PB-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-PB-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO PB-TIMESTAMP
              MOVE 'APPAYRUN'     TO PB-PROGRAM
              MOVE WS-POST-ACTION TO PB-ACTION
              MOVE WS-PAY-DATE    TO PB-ORIG-DATE
              MOVE WS-POST-DATE   TO PB-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-PB-STATUS
           END-IF
           MOVE '00' TO WS-PB-STATUS
           .

      *****************************************************************
      * FINALISATION                                                 *
      *****************************************************************
       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-LEDGER-READ   TO WS-RPT-LDG-READ
           MOVE WS-INVOICES-PAID TO WS-RPT-INV-PAID
           MOVE WS-SKIP-PAID     TO WS-RPT-SKIP-PAID
           MOVE WS-SKIP-NOT-DUE  TO WS-RPT-SKIP-DUE
           MOVE WS-SKIP-BLOCKED  TO WS-RPT-SKIP-BLK
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-PAYMENTS-MADE TO WS-RPT-PAYMENTS
           MOVE WS-TOTAL-PAID    TO WS-RPT-TOTAL
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME APPAYRUN'
           DISPLAY 'VIREMENTS EMIS: ' WS-PAYMENTS-MADE
           DISPLAY 'FACTURES PAYEES: ' WS-INVOICES-PAID
           DISPLAY 'FOURNISSEURS NON PAYES: ' WS-SUP-SKIPPED
           EVALUATE TRUE
              WHEN WS-RECORDS-ERROR > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SUP-SKIPPED > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
           CLOSE LEDGER-FILE
           CLOSE SUP-FILE
           CLOSE PAID-FILE
           CLOSE BANK-FILE
           CLOSE REMIT-FILE
           CLOSE APJRN-FILE
           CLOSE REPORT-FILE
           .
