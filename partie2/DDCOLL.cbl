       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLL.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CAMPAGNE DE PRELEVEMENT DES CLIENTS MANDATES      *
      * OBJECTIF  : IMPREGLS N'IMPUTE QUE L'ARGENT QUE LE CLIENT      *
      *             CHOISIT D'ENVOYER. POUR LES CLIENTS AYANT SIGNE   *
      *             UN MANDAT ACTIF (MAITRE FVMANDAT TENU PAR         *
      *             MANDMNT), CE LOT SELECTIONNE A LA DATE DE         *
      *             PRELEVEMENT (CARTE DATE=, DATE DU JOUR PAR        *
      *             DEFAUT) LES FACTURES OUVERTES DE L'ETAT FVOPNIT   *
      *             D'OPENITEM ARRIVEES A ECHEANCE : ECHEANCE = DATE  *
      *             DE FACTURE + CONDITIONS DU CLIENT (TERMS). UNE    *
      *             ECHEANCE TOMBEE UN JOUR SANS PASSAGE EST REPRISE  *
      *             AU PASSAGE SUIVANT ; UNE FACTURE ECHUE AVANT LA   *
      *             SIGNATURE DU MANDAT N'EST PAS PRELEVEE. CHAQUE    *
      *             FACTURE RETENUE DONNE :                           *
      *             - UN ORDRE DE PRELEVEMENT DANS LE FICHIER         *
      *               BANCAIRE FVDDBANK (REFERENCE DU MANDAT, COMPTE  *
      *               DU CLIENT, SEQUENCE FRST AU PREMIER PRELEVEMENT *
      *               DU MANDAT, RCUR ENSUITE) ;                      *
      *             - UNE LIGNE DE LA PRE-NOTIFICATION ENVOYEE AU     *
      *               CLIENT (FVDDNOTE, UNE LETTRE PAR CLIENT) ;      *
      *             - UN REGLEMENT ATTENDU AU FORMAT FVPAYIN          *
      *               (FVDDEXP), CONCATENE AU FVPAYIN DU LENDEMAIN :  *
      *               LA BANQUE CREDITE LA REMISE DE PRELEVEMENTS AU  *
      *               RELEVE FVBANKST, LE RAPPROCHEMENT D'IMPREGLS    *
      *               TOMBE DONC JUSTE ET LA REFERENCE (NUMERO DE     *
      *               FACTURE + 'PRL') EST LETTREE PAR OPENITEM ;     *
      *             - UNE INSCRIPTION AU REGISTRE PERSISTANT FVDDREG  *
      *               (MEME PRINCIPE QUE FNAPPAID DANS APPAYRUN) :    *
      *               UNE FACTURE DEJA PRESENTEE N'EST JAMAIS         *
      *               REPRESENTEE, MEME SI LE PRELEVEMENT REVIENT     *
      *               IMPAYE (DDRETURN LA ROUVRE ET LA REMET AU       *
      *               RECOUVREMENT).                                  *
      *             LA DATE DU DERNIER PRELEVEMENT EST PORTEE SUR LE  *
      *             MANDAT.                                           *
      *             SI LA PERIODE DE LA DATE DE PRELEVEMENT EST EN    *
      *             CLOTURE OU FERMEE (FVPERST, SOUS-PROGRAMME        *
      *             PERIODCK), LA CAMPAGNE EST REFUSEE OU SES         *
      *             REGLEMENTS ATTENDUS SONT DATES DU PREMIER JOUR    *
      *             OUVERT, SELON LE MODE DE LA PERIODE ; CHAQUE      *
      *             REFUS OU REPORT EST TRACE DANS FVBKPOST.          *
      * ENTREE    : SYSIN (DATE= FACULTATIVE), FVOPNIT (FACTURES      *
      *             OUVERTES), FVMANDAT (MANDATS), FVDDREG            *
      *             (PRELEVEMENTS DEJA PRESENTES, FACULTATIF AU       *
      *             PREMIER RUN), BASE DB2 (API9.CUSTOMERS), FVPERST  *
      *             (STATUT DES PERIODES, FACULTATIF)                 *
      * SORTIE    : FVDDBANK (ORDRES DE PRELEVEMENT), FVDDNOTE        *
      *             (PRE-NOTIFICATIONS), FVDDEXP (REGLEMENTS          *
      *             ATTENDUS), FVDDREG (AJOUT), MAJ FVMANDAT +        *
      *             RAPPORT (FREPORT) + FVBKPOST (REFUS/REPORTS DE    *
      *             PERIODE, AJOUT) + FRUNHST (JOURNAL DES            *
      *             EXECUTIONS, AJOUT)                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT OPENIT-FILE
               ASSIGN TO FVOPNIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.

      * MAITRE DES MANDATS (TENU PAR MANDMNT) : LU PAR CLIENT, LA
      * DATE DU DERNIER PRELEVEMENT Y EST REECRITE
           SELECT MANDAT-FILE
               ASSIGN TO FVMANDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MD-STATUS.

      * REGISTRE DES PRELEVEMENTS PRESENTES : LU A L'INITIALISATION,
      * COMPLETE EN AJOUT A CHAQUE PRELEVEMENT (PARTAGE AVEC DDRETURN)
           SELECT DDREG-FILE
               ASSIGN TO FVDDREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.

           SELECT BANK-FILE
               ASSIGN TO FVDDBANK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO FVDDNOTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

           SELECT EXPECTED-FILE
               ASSIGN TO FVDDEXP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.

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
       01 SYSIN-RECORD            PIC X(80).

      * MEME DISPOSITION QU'OPENIT-RECORD DANS OPENITEM
       FD  OPENIT-FILE.
       01 OPENIT-RECORD.
          05 OI-INV-NO            PIC 9(7).
          05 FILLER               PIC X(1).
          05 OI-C-NO              PIC 9(4).
          05 FILLER               PIC X(1).
          05 OI-DATE              PIC X(10).
          05 FILLER               PIC X(1).
          05 OI-GROSS             PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 OI-OPEN              PIC S9(9)V99.

      * MEME DISPOSITION QUE MANDAT-RECORD DANS MANDMNT
       FD  MANDAT-FILE.
       01 MANDAT-RECORD.
          05 MD-KEY.
             10 MD-CUST-NO        PIC 9(4).
          05 MD-REFERENCE         PIC X(20).
          05 MD-BANK-ACCT         PIC X(34).
          05 MD-SIGN-DATE         PIC X(10).
          05 MD-STATUS            PIC X(1).
             88 MD-ACTIVE                    VALUE 'A'.
             88 MD-SUSPENDED                 VALUE 'S'.
             88 MD-REVOKED                   VALUE 'R'.
          05 MD-LAST-COLL-DATE    PIC X(10).
          05 MD-RETURNS           PIC 9(2).

      * UNE LIGNE PAR PRELEVEMENT PRESENTE (DR-STATUS 'P') OU REVENU
      * IMPAYE (DR-STATUS 'R', AJOUTEE PAR DDRETURN) ; MEME
      * DISPOSITION DANS DDRETURN
       FD  DDREG-FILE.
       01 DDREG-RECORD.
          05 DR-INV-NO            PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-C-NO              PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-INV-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-COLL-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-STATUS            PIC X(1).
             88 DR-PRESENTED                 VALUE 'P'.
             88 DR-RETURNED                  VALUE 'R'.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-TIMESTAMP         PIC X(20).

      * ORDRE DE PRELEVEMENT REMIS A LA BANQUE (UN PAR FACTURE)
       FD  BANK-FILE.
       01 BANK-RECORD.
          05 BD-COLL-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-SEQUENCE          PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-CUST-NAME         PIC X(30).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-MANDATE-REF       PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-SIGN-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-BANK-ACCT         PIC X(34).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BD-AMOUNT            PIC S9(9)V99.

       FD  NOTICE-FILE.
       01 NOTICE-RECORD           PIC X(132).

      * MEME DISPOSITION QUE PAYMENT-RECORD DANS IMPREGLS (FVPAYIN)
       FD  EXPECTED-FILE.
       01 EXPECTED-RECORD.
          05 EP-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EP-DATE              PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EP-AMOUNT-TXT        PIC -(8)9.99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EP-REFERENCE         PIC X(10).

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
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-OI-STATUS            PIC XX         VALUE SPACES.
          88 WS-OI-OK                            VALUE '00'.
          88 WS-OI-EOF                           VALUE '10'.

       01 WS-MD-STATUS            PIC XX         VALUE SPACES.
          88 WS-MD-OK                            VALUE '00'.

       01 WS-DR-STATUS            PIC XX         VALUE SPACES.
          88 WS-DR-OK                            VALUE '00'.
          88 WS-DR-EOF                           VALUE '10'.

       01 WS-BK-STATUS            PIC XX         VALUE SPACES.
          88 WS-BK-OK                            VALUE '00'.

       01 WS-NT-STATUS            PIC XX         VALUE SPACES.
          88 WS-NT-OK                            VALUE '00'.

       01 WS-EX-STATUS            PIC XX         VALUE SPACES.
          88 WS-EX-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.

       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.

       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

      * DATE DE PRELEVEMENT (CARTE DATE=) ET CONVERSIONS DE DATES
       01 WS-COLL-DATE            PIC X(10)      VALUE SPACES.
       01 WS-COLL-INT             PIC 9(7)       VALUE ZERO.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE PRELEVEMENT, LA DATE RENDUE
      * DATE LES REGLEMENTS ATTENDUS (P = DATE DE PRELEVEMENT,
      * R = REPORTEE, X = CAMPAGNE REFUSEE)
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

       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
          05 WS-DT-YYYY           PIC X(4).
          05 WS-DT-MM             PIC X(2).
          05 WS-DT-DD             PIC X(2).
       01 WS-CHECK-DATE           PIC X(10)      VALUE SPACES.
       01 WS-DATE-INT             PIC 9(7)       VALUE ZERO.
       01 WS-DUE-INT              PIC 9(7)       VALUE ZERO.
       01 WS-SIGN-INT             PIC 9(7)       VALUE ZERO.
       01 WS-BAD-DATE-SW          PIC X          VALUE 'N'.
          88 WS-BAD-DATE                         VALUE 'Y'.

      * FACTURES DEJA PRESENTEES (REGISTRE FVDDREG) ; UN REGISTRE
      * TRONQUE FERAIT REPRESENTER DES FACTURES, LE RUN S'ARRETE
       01 WS-REG-TABLE.
          05 WS-RG-ENTRY OCCURS 20000 TIMES INDEXED BY RG-IX.
             10 WS-RG-INV-NO      PIC 9(7).
       01 WS-REG-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-REG-MAX              PIC 9(5)       VALUE 20000.
       01 WS-REG-FOUND            PIC 9(5)       VALUE ZERO.

      * FACTURES RETENUES, REGROUPEES ENSUITE PAR CLIENT POUR LA
      * PRE-NOTIFICATION ; AU-DELA DE LA TABLE, LE RESTE EST REPRIS
      * AU PASSAGE SUIVANT
       01 WS-SEL-TABLE.
          05 WS-SL-ENTRY OCCURS 3000 TIMES INDEXED BY SL-IX.
             10 WS-SL-C-NO        PIC 9(4).
             10 WS-SL-INV-NO      PIC 9(7).
             10 WS-SL-INV-DATE    PIC X(10).
             10 WS-SL-DUE-DATE    PIC X(10).
             10 WS-SL-AMOUNT      PIC S9(9)V99 COMP-3.
             10 WS-SL-DONE        PIC X(1).
       01 WS-SEL-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-SEL-MAX              PIC 9(5)       VALUE 3000.
       01 WS-SCAN-IX              PIC 9(5)       VALUE ZERO.

      * CLIENT EN COURS (CONDITIONS LUES UNE FOIS PAR CLIENT)
       01 WS-TERMS-CUST           PIC 9(4)       VALUE ZERO.
       01 WS-TERMS-DAYS           PIC 9(3)       VALUE ZERO.
       01 WS-CUR-CUST             PIC 9(4)       VALUE ZERO.
       01 WS-CUST-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
       01 WS-SEQUENCE             PIC X(4)       VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-ITEMS-READ        PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-NO-MANDATE  PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-INACTIVE    PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-NOT-DUE     PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-PRESENTED   PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-PRE-MANDATE PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-DEFERRED    PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-BAD-DATE    PIC 9(7)       VALUE ZERO.
          05 WS-DEBITS-WRITTEN    PIC 9(7)       VALUE ZERO.
          05 WS-CUSTOMERS-DEBITED PIC 9(5)       VALUE ZERO.
          05 WS-WRITE-ERRORS      PIC 9(5)       VALUE ZERO.
          05 WS-TOTAL-DEBITED     PIC S9(11)V99 COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'CAMPAGNE DE PRELEVEMENT DES CLIENTS MANDATES (FVDDBANK
      -         ')'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-PARAM-LINE.
             10 FILLER            PIC X(21)      VALUE
                'DATE DE PRELEVEMENT: '.
             10 WS-RPT-COLL-DATE  PIC X(10).
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(9)       VALUE 'CLIENT: '.
             10 WS-RPT-CUST       PIC 9(4).
             10 FILLER            PIC X(11)      VALUE '  FACTURE: '.
             10 WS-RPT-INV        PIC 9(7).
             10 FILLER            PIC X(12)      VALUE '  ECHEANCE: '.
             10 WS-RPT-DUE        PIC X(10).
             10 FILLER            PIC X(11)      VALUE '  MONTANT: '.
             10 WS-RPT-AMOUNT     PIC -(8)9,99.
             10 FILLER            PIC X(7)       VALUE '  REF: '.
             10 WS-RPT-REF        PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-SEQ        PIC X(4).
          05 WS-SUMMARY-LINE-1.
             10 FILLER            PIC X(20)      VALUE
                'FACTURES OUVERTES: '.
             10 WS-RPT-READ       PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - PRELEVEES: '.
             10 WS-RPT-DEBITS     PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(12)      VALUE ' - CLIENTS: '.
             10 WS-RPT-CUSTS      PIC ZZ,ZZ9.
             10 FILLER            PIC X(11)      VALUE ' - TOTAL: '.
             10 WS-RPT-TOTAL-AMT  PIC -(9)9,99.
          05 WS-SUMMARY-LINE-2.
             10 FILLER            PIC X(20)      VALUE
                'NON ECHUES: '.
             10 WS-RPT-NOT-DUE    PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(21)      VALUE
                ' - DEJA PRESENTEES: '.
             10 WS-RPT-PRESENTED  PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(21)      VALUE
                ' - MANDAT INACTIF: '.
             10 WS-RPT-INACTIVE   PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(24)      VALUE
                ' - ECHUES AVANT MANDAT: '.
             10 WS-RPT-PRE-MAND   PIC Z,ZZZ,ZZ9.
          05 WS-SUMMARY-LINE-3.
             10 FILLER            PIC X(20)      VALUE
                'SANS MANDAT: '.
             10 WS-RPT-NO-MAND    PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(21)      VALUE
                ' - DATES INVALIDES: '.
             10 WS-RPT-BAD-DATE   PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(22)      VALUE
                ' - REPORTEES (TABLE): '.
             10 WS-RPT-DEFERRED   PIC Z,ZZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * MISE EN PAGE DES PRE-NOTIFICATIONS
       01 WS-NOTICE-LINES.
          05 WS-NT-SEP            PIC X(132)     VALUE ALL '='.
          05 WS-NT-HDR.
             10 FILLER            PIC X(9)       VALUE 'CLIENT : '.
             10 WS-NT-CUST        PIC 9(4).
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-NT-NAME        PIC X(30).
          05 WS-NT-TXT-1.
             10 FILLER            PIC X(42)      VALUE
                'AVIS DE PRELEVEMENT - CONFORMEMENT AU MAN'.
             10 FILLER            PIC X(13)      VALUE 'DAT SEPA REF '.
             10 WS-NT-MANDATE     PIC X(20).
             10 FILLER            PIC X(13)      VALUE ' SIGNE LE '.
             10 WS-NT-SIGN-DATE   PIC X(10).
          05 WS-NT-TXT-2.
             10 FILLER            PIC X(36)      VALUE
                'NOUS PRELEVERONS VOTRE COMPTE '.
             10 WS-NT-ACCT        PIC X(34).
             10 FILLER            PIC X(4)       VALUE ' LE '.
             10 WS-NT-COLL-DATE   PIC X(10).
             10 FILLER            PIC X(28)      VALUE
                ' POUR LES FACTURES SUIVANTES'.
          05 WS-NT-ITEM.
             10 FILLER            PIC X(13)      VALUE
                '   FACTURE : '.
             10 WS-NT-INV         PIC 9(7).
             10 FILLER            PIC X(9)       VALUE '  DU  : '.
             10 WS-NT-INV-DATE    PIC X(10).
             10 FILLER            PIC X(13)      VALUE
                '  ECHEANCE : '.
             10 WS-NT-DUE         PIC X(10).
             10 FILLER            PIC X(11)      VALUE '  MONTANT: '.
             10 WS-NT-AMOUNT      PIC -(8)9,99.
             10 FILLER            PIC X(7)       VALUE '  REF: '.
             10 WS-NT-REF         PIC X(10).
          05 WS-NT-TOTAL.
             10 FILLER            PIC X(28)      VALUE
                '   MONTANT TOTAL PRELEVE : '.
             10 WS-NT-TOTAL-AMT   PIC -(9)9,99.
          05 WS-NT-BLANK          PIC X(132)     VALUE SPACES.

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01 H-C-NO                  PIC 9(4).
       01 H-C-NAME                PIC X(30).
      * COLONNE TERMS SUR API9.CUSTOMERS (NET15/30/60, BLANCS =
      * IMMEDIAT), TENUE PAR CUSTMNT
       01 H-C-TERMS               PIC X(5).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM SELECT-DUE-ITEMS
           PERFORM ISSUE-DEBITS
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                                *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME DDCOLL'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-COLL-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-COLL-DATE
              END-STRING
           END-IF
           MOVE WS-COLL-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              DISPLAY 'CARTE DATE= INVALIDE (AAAA-MM-JJ): '
                      WS-COLL-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-DATE-INT TO WS-COLL-INT

      * PERIODE DE LA DATE DE PRELEVEMENT EN CLOTURE OU FERMEE :
      * CAMPAGNE REFUSEE, OU REGLEMENTS ATTENDUS DATES DU PREMIER JOUR
      * OUVERT (LA BANQUE ET LE MANDAT GARDENT LA DATE DE PRELEVEMENT)
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-COLL-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE DU ' WS-COLL-DATE ' EN CLOTURE OU '
                      'FERMEE, AUCUN PRELEVEMENT EMIS'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE DU ' WS-COLL-DATE ' EN CLOTURE OU '
                      'FERMEE, REGLEMENTS ATTENDUS DATES DU '
                      WS-POST-DATE
           END-IF

           PERFORM LOAD-COLLECTION-REGISTER

           OPEN INPUT OPENIT-FILE
           IF NOT WS-OI-OK
              DISPLAY 'ERREUR OUVERTURE ETAT DES FACTURES OUVERTES: '
                      WS-OI-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O MANDAT-FILE
           IF NOT WS-MD-OK
              DISPLAY 'ERREUR OUVERTURE MAITRE FVMANDAT: '
                      WS-MD-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE OPENIT-FILE
              GOBACK
           END-IF

           OPEN EXTEND DDREG-FILE
           IF NOT WS-DR-OK
              OPEN OUTPUT DDREG-FILE
           END-IF
           IF NOT WS-DR-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE DES PRELEVEMENTS: '
                      WS-DR-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE OPENIT-FILE
              CLOSE MANDAT-FILE
              GOBACK
           END-IF

           OPEN OUTPUT BANK-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT EXPECTED-FILE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-BK-OK OR NOT WS-NT-OK
              OR NOT WS-EX-OK OR NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIERS EN SORTIE: '
                      WS-BK-STATUS ' ' WS-NT-STATUS ' '
                      WS-EX-STATUS ' ' WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-COLL-DATE TO WS-RPT-COLL-DATE
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END
                       IF SYSIN-RECORD(1:5) = 'DATE='
                          MOVE SYSIN-RECORD(6:10) TO WS-COLL-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DU REGISTRE DES PRELEVEMENTS DEJA PRESENTES        *
      * (FICHIER ABSENT = PREMIER RUN, REGISTRE VIDE)                 *
      *****************************************************************
       LOAD-COLLECTION-REGISTER.
           OPEN INPUT DDREG-FILE
           IF NOT WS-DR-OK
              DISPLAY 'PAS DE REGISTRE DES PRELEVEMENTS ('
                      WS-DR-STATUS '), PREMIER RUN'
              MOVE '00' TO WS-DR-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DR-EOF
              READ DDREG-FILE
                 AT END MOVE '10' TO WS-DR-STATUS
                 NOT AT END
                    IF WS-REG-COUNT >= WS-REG-MAX
                       DISPLAY 'REGISTRE DES PRELEVEMENTS SATURE, '
                               'AUCUN PRELEVEMENT EMIS'
                       MOVE 8 TO RETURN-CODE
                       CLOSE DDREG-FILE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-REG-COUNT
                    MOVE DR-INV-NO TO WS-RG-INV-NO(WS-REG-COUNT)
              END-READ
           END-PERFORM
           CLOSE DDREG-FILE
           MOVE '00' TO WS-DR-STATUS
           DISPLAY 'PRELEVEMENTS DEJA PRESENTES: ' WS-REG-COUNT
           .

      *****************************************************************
      * SELECTION DES FACTURES ECHUES DES CLIENTS MANDATES            *
      *****************************************************************
       SELECT-DUE-ITEMS.
           PERFORM UNTIL WS-OI-EOF
              READ OPENIT-FILE
                 AT END MOVE '10' TO WS-OI-STATUS
                 NOT AT END PERFORM SELECT-ONE-ITEM
              END-READ
           END-PERFORM
           CLOSE OPENIT-FILE
           .

       SELECT-ONE-ITEM.
           IF OI-OPEN NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEMS-READ
           MOVE OI-C-NO TO MD-CUST-NO
           READ MANDAT-FILE
           IF NOT WS-MD-OK
              ADD 1 TO WS-ITEMS-NO-MANDATE
              EXIT PARAGRAPH
           END-IF

      * ECHEANCE = DATE DE FACTURE + CONDITIONS DU CLIENT
           MOVE OI-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-ITEMS-BAD-DATE
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-CUSTOMER-TERMS
           COMPUTE WS-DUE-INT = WS-DATE-INT + WS-TERMS-DAYS
           IF WS-DUE-INT > WS-COLL-INT
              ADD 1 TO WS-ITEMS-NOT-DUE
              EXIT PARAGRAPH
           END-IF

           IF NOT MD-ACTIVE
              ADD 1 TO WS-ITEMS-INACTIVE
              EXIT PARAGRAPH
           END-IF
           MOVE MD-SIGN-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-ITEMS-BAD-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-SIGN-INT
           IF WS-DUE-INT < WS-SIGN-INT
              ADD 1 TO WS-ITEMS-PRE-MANDATE
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PRESENTED-INVOICE
           IF WS-REG-FOUND > 0
              ADD 1 TO WS-ITEMS-PRESENTED
              EXIT PARAGRAPH
           END-IF

           IF WS-SEL-COUNT >= WS-SEL-MAX
              ADD 1 TO WS-ITEMS-DEFERRED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE OI-C-NO   TO WS-SL-C-NO(WS-SEL-COUNT)
           MOVE OI-INV-NO TO WS-SL-INV-NO(WS-SEL-COUNT)
           MOVE OI-DATE   TO WS-SL-INV-DATE(WS-SEL-COUNT)
           MOVE WS-DUE-INT TO WS-DATE-INT
           PERFORM FORMAT-ISO-DATE
           MOVE WS-CHECK-DATE TO WS-SL-DUE-DATE(WS-SEL-COUNT)
           MOVE OI-OPEN   TO WS-SL-AMOUNT(WS-SEL-COUNT)
           MOVE 'N'       TO WS-SL-DONE(WS-SEL-COUNT)
           .

      *****************************************************************
      * CONDITIONS DE REGLEMENT DU CLIENT (MEME TABLE NET15/NET30/    *
      * NET60 QUE CUSTBAL ET DUNNING), LUES UNE FOIS PAR CLIENT       *
      *****************************************************************
       READ-CUSTOMER-TERMS.
           IF OI-C-NO = WS-TERMS-CUST AND WS-TERMS-CUST NOT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE OI-C-NO TO H-C-NO WS-TERMS-CUST
           MOVE SPACES TO H-C-TERMS
           EXEC SQL
               SELECT COALESCE(TERMS,' ') INTO :H-C-TERMS
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO H-C-TERMS
           END-IF
           EVALUATE H-C-TERMS
              WHEN 'NET15' MOVE 15 TO WS-TERMS-DAYS
              WHEN 'NET30' MOVE 30 TO WS-TERMS-DAYS
              WHEN 'NET60' MOVE 60 TO WS-TERMS-DAYS
              WHEN OTHER   MOVE  0 TO WS-TERMS-DAYS
           END-EVALUATE
           .

       FIND-PRESENTED-INVOICE.
           MOVE 0 TO WS-REG-FOUND
           PERFORM VARYING RG-IX FROM 1 BY 1
                   UNTIL RG-IX > WS-REG-COUNT
              IF WS-RG-INV-NO(RG-IX) = OI-INV-NO
                 SET WS-REG-FOUND TO RG-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * EMISSION DES PRELEVEMENTS, CLIENT PAR CLIENT : UNE LETTRE DE  *
      * PRE-NOTIFICATION PAR CLIENT, UN ORDRE BANCAIRE, UN REGLEMENT  *
      * ATTENDU ET UNE INSCRIPTION AU REGISTRE PAR FACTURE            *
      *****************************************************************
       ISSUE-DEBITS.
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-SEL-COUNT
              IF WS-SL-DONE(WS-SCAN-IX) NOT = 'Y'
                 PERFORM ISSUE-ONE-CUSTOMER
              END-IF
           END-PERFORM
           .

       ISSUE-ONE-CUSTOMER.
           MOVE WS-SL-C-NO(WS-SCAN-IX) TO WS-CUR-CUST
           MOVE WS-CUR-CUST TO MD-CUST-NO
           READ MANDAT-FILE
           IF NOT WS-MD-OK
              ADD 1 TO WS-WRITE-ERRORS
              DISPLAY 'ERREUR RELECTURE MANDAT ' WS-CUR-CUST
                      ' STATUS ' WS-MD-STATUS
              PERFORM MARK-CUSTOMER-DONE
              EXIT PARAGRAPH
           END-IF
           IF MD-LAST-COLL-DATE = SPACES
              MOVE 'FRST' TO WS-SEQUENCE
           ELSE
              MOVE 'RCUR' TO WS-SEQUENCE
           END-IF
           MOVE WS-CUR-CUST TO H-C-NO
           MOVE SPACES TO H-C-NAME
           EXEC SQL
               SELECT COALESCE(NAME,' ') INTO :H-C-NAME
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO H-C-NAME
           END-IF

           ADD 1 TO WS-CUSTOMERS-DEBITED
           PERFORM WRITE-NOTICE-HEADER
           MOVE +0 TO WS-CUST-TOTAL
           PERFORM VARYING SL-IX FROM 1 BY 1
                   UNTIL SL-IX > WS-SEL-COUNT
              IF WS-SL-C-NO(SL-IX) = WS-CUR-CUST
                 AND WS-SL-DONE(SL-IX) NOT = 'Y'
                 PERFORM ISSUE-ONE-DEBIT
                 MOVE 'Y' TO WS-SL-DONE(SL-IX)
              END-IF
           END-PERFORM
           MOVE WS-CUST-TOTAL TO WS-NT-TOTAL-AMT
           WRITE NOTICE-RECORD FROM WS-NT-TOTAL
           WRITE NOTICE-RECORD FROM WS-NT-BLANK

           MOVE WS-COLL-DATE TO MD-LAST-COLL-DATE
           REWRITE MANDAT-RECORD
           IF NOT WS-MD-OK
              ADD 1 TO WS-WRITE-ERRORS
              DISPLAY 'ERREUR REECRITURE MANDAT ' WS-CUR-CUST
                      ' STATUS ' WS-MD-STATUS
           END-IF
           .

       MARK-CUSTOMER-DONE.
           PERFORM VARYING SL-IX FROM 1 BY 1
                   UNTIL SL-IX > WS-SEL-COUNT
              IF WS-SL-C-NO(SL-IX) = WS-CUR-CUST
                 MOVE 'Y' TO WS-SL-DONE(SL-IX)
              END-IF
           END-PERFORM
           .

       WRITE-NOTICE-HEADER.
           WRITE NOTICE-RECORD FROM WS-NT-SEP
           MOVE WS-CUR-CUST  TO WS-NT-CUST
           MOVE H-C-NAME     TO WS-NT-NAME
           WRITE NOTICE-RECORD FROM WS-NT-HDR
           MOVE MD-REFERENCE TO WS-NT-MANDATE
           MOVE MD-SIGN-DATE TO WS-NT-SIGN-DATE
           WRITE NOTICE-RECORD FROM WS-NT-TXT-1
           MOVE MD-BANK-ACCT TO WS-NT-ACCT
           MOVE WS-COLL-DATE TO WS-NT-COLL-DATE
           WRITE NOTICE-RECORD FROM WS-NT-TXT-2
           .

      *****************************************************************
      * UNE FACTURE PRELEVEE : REFERENCE = NUMERO DE FACTURE + 'PRL'  *
      * (LES 7 PREMIERS CARACTERES NUMERIQUES, CONVENTION D'OPENITEM) *
      *****************************************************************
       ISSUE-ONE-DEBIT.
           MOVE SPACES TO BANK-RECORD
           MOVE WS-COLL-DATE          TO BD-COLL-DATE
           STRING WS-SL-INV-NO(SL-IX) 'PRL'
              DELIMITED BY SIZE INTO BD-REFERENCE
           END-STRING
           MOVE WS-SEQUENCE           TO BD-SEQUENCE
           MOVE WS-CUR-CUST           TO BD-CUST-NO
           MOVE H-C-NAME              TO BD-CUST-NAME
           MOVE MD-REFERENCE          TO BD-MANDATE-REF
           MOVE MD-SIGN-DATE          TO BD-SIGN-DATE
           MOVE MD-BANK-ACCT          TO BD-BANK-ACCT
           MOVE WS-SL-AMOUNT(SL-IX)   TO BD-AMOUNT
           WRITE BANK-RECORD

           MOVE SPACES TO EXPECTED-RECORD
           MOVE WS-CUR-CUST           TO EP-CUST-NO
           MOVE WS-POST-DATE          TO EP-DATE
           MOVE WS-SL-AMOUNT(SL-IX)   TO EP-AMOUNT-TXT
           MOVE BD-REFERENCE          TO EP-REFERENCE
           WRITE EXPECTED-RECORD
           IF WS-POST-ACTION = 'R'
              MOVE BD-REFERENCE          TO BP-REFERENCE
              MOVE WS-SL-AMOUNT(SL-IX)   TO BP-AMOUNT
              MOVE 'PRELEVEMENT REPORTE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF

           MOVE SPACES TO DDREG-RECORD
           MOVE WS-SL-INV-NO(SL-IX)   TO DR-INV-NO
           MOVE WS-CUR-CUST           TO DR-C-NO
           MOVE WS-SL-INV-DATE(SL-IX) TO DR-INV-DATE
           MOVE WS-SL-AMOUNT(SL-IX)   TO DR-AMOUNT
           MOVE WS-COLL-DATE          TO DR-COLL-DATE
           MOVE BD-REFERENCE          TO DR-REFERENCE
           MOVE 'P'                   TO DR-STATUS
           MOVE FUNCTION CURRENT-DATE(1:20) TO DR-TIMESTAMP
           WRITE DDREG-RECORD
           IF NOT WS-DR-OK
              ADD 1 TO WS-WRITE-ERRORS
              DISPLAY 'ERREUR ECRITURE REGISTRE DES PRELEVEMENTS: '
                      WS-DR-STATUS
              MOVE '00' TO WS-DR-STATUS
           END-IF

           MOVE WS-SL-INV-NO(SL-IX)   TO WS-NT-INV
           MOVE WS-SL-INV-DATE(SL-IX) TO WS-NT-INV-DATE
           MOVE WS-SL-DUE-DATE(SL-IX) TO WS-NT-DUE
           MOVE WS-SL-AMOUNT(SL-IX)   TO WS-NT-AMOUNT
           MOVE BD-REFERENCE          TO WS-NT-REF
           WRITE NOTICE-RECORD FROM WS-NT-ITEM

           MOVE WS-CUR-CUST           TO WS-RPT-CUST
           MOVE WS-SL-INV-NO(SL-IX)   TO WS-RPT-INV
           MOVE WS-SL-DUE-DATE(SL-IX) TO WS-RPT-DUE
           MOVE WS-SL-AMOUNT(SL-IX)   TO WS-RPT-AMOUNT
           MOVE BD-REFERENCE          TO WS-RPT-REF
           MOVE WS-SEQUENCE           TO WS-RPT-SEQ
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           ADD 1 TO WS-DEBITS-WRITTEN
           ADD WS-SL-AMOUNT(SL-IX) TO WS-CUST-TOTAL
           ADD WS-SL-AMOUNT(SL-IX) TO WS-TOTAL-DEBITED
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
              MOVE 'DDCOLL'       TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-COLL-DATE   TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

      *****************************************************************
      * FINALISATION                                                  *
      *****************************************************************
       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-ITEMS-READ        TO WS-RPT-READ
           MOVE WS-DEBITS-WRITTEN    TO WS-RPT-DEBITS
           MOVE WS-CUSTOMERS-DEBITED TO WS-RPT-CUSTS
           MOVE WS-TOTAL-DEBITED     TO WS-RPT-TOTAL-AMT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1
           MOVE WS-ITEMS-NOT-DUE     TO WS-RPT-NOT-DUE
           MOVE WS-ITEMS-PRESENTED   TO WS-RPT-PRESENTED
           MOVE WS-ITEMS-INACTIVE    TO WS-RPT-INACTIVE
           MOVE WS-ITEMS-PRE-MANDATE TO WS-RPT-PRE-MAND
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2
           MOVE WS-ITEMS-NO-MANDATE  TO WS-RPT-NO-MAND
           MOVE WS-ITEMS-BAD-DATE    TO WS-RPT-BAD-DATE
           MOVE WS-ITEMS-DEFERRED    TO WS-RPT-DEFERRED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-3
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME DDCOLL'
           DISPLAY 'PRELEVEMENTS EMIS: ' WS-DEBITS-WRITTEN
           DISPLAY 'CLIENTS PRELEVES: ' WS-CUSTOMERS-DEBITED
           DISPLAY 'FACTURES REPORTEES (TABLE SATUREE): '
                   WS-ITEMS-DEFERRED
           IF WS-WRITE-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ITEMS-DEFERRED > 0 OR WS-ITEMS-BAD-DATE > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
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
           MOVE 'DDCOLL  ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-ITEMS-READ     TO RH-RECORDS-READ
           MOVE WS-DEBITS-WRITTEN TO RH-RECORDS-OK
           MOVE WS-WRITE-ERRORS   TO RH-RECORDS-ERROR
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

      *****************************************************************
      * FERMETURE DES FICHIERS                                        *
      *****************************************************************
       CLOSE-FILES.
           CLOSE MANDAT-FILE
           CLOSE DDREG-FILE
           CLOSE BANK-FILE
           CLOSE NOTICE-FILE
           CLOSE EXPECTED-FILE
           CLOSE REPORT-FILE
           .
