       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : RISTOURNES CLIENTS DE FIN D'ANNEE (PROVISION      *
      *             MENSUELLE ET REGLEMENT ANNUEL)                    *
      * OBJECTIF  : CERTAINS GRANDS COMPTES ONT UNE RISTOURNE SUR     *
      *             LEUR CHIFFRE D'AFFAIRES ANNUEL (PAR EXEMPLE 2%    *
      *             AU-DELA DE 50 000) QUE LA COMPTABILITE CALCULAIT  *
      *             A LA MAIN SUR LES EXTRACTIONS SALESAN. LES        *
      *             ACCORDS SONT DECRITS DANS FVRBAGR (CLIENT, SEUIL  *
      *             DE CHIFFRE D'AFFAIRES ANNUEL, POURCENTAGE ; UN    *
      *             ENREGISTREMENT PAR PALIER). LE SEUIL LE PLUS HAUT *
      *             ATTEINT DONNE LE POURCENTAGE, APPLIQUE A TOUT LE  *
      *             CHIFFRE D'AFFAIRES HT DE L'ANNEE (COMMANDES       *
      *             API9.ORDERS/ITEMS ET ARCHIVE CONSOLIDEE PAR       *
      *             ARCHCONS, RETOURS DEDUITS).                       *
      *             - MODE=ACCRUE (PAR DEFAUT, LOT MENSUEL) : CALCULE *
      *               LA RISTOURNE ACQUISE DU 1ER JANVIER A LA DATE   *
      *               ASOF= ET EMET DANS FVRBJRN LA VARIATION DE LA   *
      *               PROVISION DEPUIS LE MOIS PRECEDENT, REPRISE PAR *
      *               GLJRNL ;                                        *
      *             - MODE=SETTLE (FIN D'ANNEE, CARTE YEAR=) : CALCULE*
      *               LA RISTOURNE DEFINITIVE DE L'ANNEE, LA PORTE AU *
      *               CREDIT D'API9.CUSTOMERS.BALANCE, SOLDE LA       *
      *               PROVISION DANS FVRBJRN ET EDITE POUR LE CLIENT  *
      *               UN RELEVE DES COMMANDES RETENUES (FVRBSTM).     *
      *             LE LOT EST IDEMPOTENT PAR PERIODE COMME LATEFEE : *
      *             LES COUPLES PERIODE/CLIENT DEJA TRAITES SONT      *
      *             TENUS DANS FVRBAPP (PERIODE AAAA-MM POUR UNE      *
      *             PROVISION, AAAA POUR UN REGLEMENT) ET UNE RELANCE *
      *             NE REPASSE JAMAIS DEUX FOIS LE MEME COUPLE. UN    *
      *             CLIENT REGLE POUR L'ANNEE N'EST PLUS PROVISIONNE. *
      *             SI LA PERIODE DE LA DATE ASOF= EST EN CLOTURE OU  *
      *             FERMEE (FVPERST, SOUS-PROGRAMME PERIODCK), LE     *
      *             LOT EST REFUSE (AUCUNE ECRITURE NI CREDIT DE      *
      *             SOLDE) OU SES ECRITURES SONT DATEES DE LA         *
      *             PREMIERE PERIODE OUVERTE (RJ-DATE), SELON LE      *
      *             MODE DE LA PERIODE ; LA PERIODE TRAITEE RESTE LA  *
      *             CLE D'IDEMPOTENCE. CHAQUE REFUS OU REPORT EST     *
      *             TRACE DANS FVBKPOST (RAPPORT BKPOSTRP).           *
      * ENTREE    : SYSIN (MODE=, ASOF=, YEAR= FACULTATIVES), FVRBAGR *
      *             (ACCORDS), FVRBAPP (PERIODES DEJA TRAITEES,       *
      *             FACULTATIF AU PREMIER RUN), FVARCCXR/FVARCORD/    *
      *             FVARCITM (ARCHIVE ARCHCONS, FACULTATIVE), BASE DB2*
      *             + FVPERST (STATUT DES PERIODES, FACULTATIF)       *
      * SORTIE    : FVRBJRN (ECRITURES POUR GLJRNL) + FVRBAPP (AJOUT) *
      *             + MAJ API9.CUSTOMERS.BALANCE ET FVRBSTM (RELEVES) *
      *             EN MODE SETTLE + RAPPORT (FREPORT)                *
      *             + FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT)      *
      *             + FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * ACCORDS DE RISTOURNE : UN ENREGISTREMENT PAR CLIENT ET PALIER
           SELECT AGREE-FILE
               ASSIGN TO FVRBAGR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AGREE.

      * PERIODES/CLIENTS DEJA PROVISIONNES OU REGLES : LU A
      * L'INITIALISATION, COMPLETE EN AJOUT A CHAQUE TRAITEMENT ;
      * C'EST LUI QUI REND LE LOT IDEMPOTENT PAR PERIODE
           SELECT RBAPP-FILE
               ASSIGN TO FVRBAPP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RBAPP.

      * ECRITURES DE PROVISION ET DE REGLEMENT DU LOT, REPRISES EN
      * ENTIER PAR LE GLJRNL DE LA NUIT ; RJ-DATE EST LA DATE ASOF OU,
      * SI SA PERIODE EST FERMEE, LE PREMIER JOUR OUVERT
           SELECT RBJRN-FILE
               ASSIGN TO FVRBJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RBJRN.

      * RELEVES DE RISTOURNE A ENVOYER AU CLIENT (MODE SETTLE)
           SELECT STATEMENT-FILE
               ASSIGN TO FVRBSTM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.

      * ARCHIVE MAITRE CONSOLIDEE PAR ARCHCONS, LUE COMME ARCHQRY :
      * REFERENCE CROISEE CLIENT, ENTETES ET LIGNES PAR CLE
           SELECT ARCCXR-FILE
               ASSIGN TO FVARCCXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AXR-KEY
               FILE STATUS IS WS-FS-ARCCXR.

           SELECT ARCORD-FILE
               ASSIGN TO FVARCORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-FS-ARCORD.

           SELECT ARCITM-FILE
               ASSIGN TO FVARCITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIT-KEY
               FILE STATUS IS WS-FS-ARCITM.

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
       01  SYSIN-RECORD               PIC X(80).

      * ACCORD : CLIENT, SEUIL DE CHIFFRE D'AFFAIRES HT ANNUEL ET
      * POURCENTAGE DE RISTOURNE DU PALIER
       FD  AGREE-FILE.
       01  AGREE-RECORD.
           05 AG-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 AG-THRESHOLD            PIC 9(9)V99.
           05 FILLER                  PIC X(1).
           05 AG-PCT                  PIC 99V99.

      * TYPE ('A' = PROVISION, 'S' = REGLEMENT), PERIODE, CLIENT ET
      * MONTANT : PROVISION CUMULEE DE L'ANNEE APRES LE RUN POUR UN
      * 'A', RISTOURNE DEFINITIVE POUR UN 'S'
       FD  RBAPP-FILE.
       01  RBAPP-RECORD.
           05 RA-TYPE                 PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-TIMESTAMP            PIC X(20).

      * ECRITURE DE RISTOURNE POUR GLJRNL : DATE COMPTABLE, TYPE,
      * CLIENT, PERIODE, CHIFFRE D'AFFAIRES RETENU, TAUX, RISTOURNE
      * ACQUISE, PROVISION ANTERIEURE ET MONTANT A COMPTABILISER
      * (VARIATION DE PROVISION POUR UN 'A', RISTOURNE DEFINITIVE POUR
      * UN 'S')
       FD  RBJRN-FILE.
       01  RBJRN-RECORD.
           05 RJ-DATE                 PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-TYPE                 PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-PURCHASES            PIC S9(11)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-PCT                  PIC 99V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-EARNED               PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-ACCRUED              PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RJ-AMOUNT               PIC S9(9)V99.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD           PIC X(132).

      * MEMES DISPOSITIONS QUE DANS ARCHCONS/ARCHQRY
       FD  ARCCXR-FILE.
       01  ARCCXR-RECORD.
           05 AXR-KEY.
              10 AXR-C-NO             PIC 9(4).
              10 AXR-O-NO             PIC 9(7).

       FD  ARCORD-FILE.
       01  ARCORD-RECORD.
           05 ARO-KEY.
              10 ARO-O-NO             PIC 9(7).
           05 ARO-O-DATE              PIC X(10).
           05 ARO-S-NO                PIC 9(2).
           05 ARO-C-NO                PIC 9(4).

       FD  ARCITM-FILE.
       01  ARCITM-RECORD.
           05 AIT-KEY.
              10 AIT-O-NO             PIC 9(7).
              10 AIT-P-NO             PIC XXX.
           05 AIT-QTY                 PIC 9(5).
           05 AIT-PRICE               PIC 9(7)V99.

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
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-AGREE                PIC XX VALUE SPACES.
           88 WS-AGREE-OK                   VALUE '00'.
           88 WS-AGREE-EOF                  VALUE '10'.
       01  WS-FS-RBAPP                PIC XX VALUE SPACES.
           88 WS-RBAPP-OK                   VALUE '00'.
           88 WS-RBAPP-EOF                  VALUE '10'.
       01  WS-FS-RBJRN                PIC XX VALUE SPACES.
           88 WS-RBJRN-OK                   VALUE '00'.
       01  WS-FS-STMT                 PIC XX VALUE SPACES.
           88 WS-STMT-OK                    VALUE '00'.
       01  WS-FS-ARCCXR               PIC XX VALUE SPACES.
           88 WS-ARCCXR-OK                  VALUE '00'.
           88 WS-ARCCXR-EOF                 VALUE '10'.
       01  WS-FS-ARCORD               PIC XX VALUE SPACES.
           88 WS-ARCORD-OK                  VALUE '00'.
       01  WS-FS-ARCITM               PIC XX VALUE SPACES.
           88 WS-ARCITM-OK                  VALUE '00'.
           88 WS-ARCITM-EOF                 VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-FS-PERST                PIC XX VALUE SPACES.
           88 WS-PERST-OK                   VALUE '00'.
           88 WS-PERST-EOF                  VALUE '10'.
       01  WS-FS-BKPOST               PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                  VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.

      * ARCHIVE DISPONIBLE : 'N' = CHIFFRE D'AFFAIRES SUR LA BASE
      * SEULE (ARCHIVE ABSENTE OU ENCORE JAMAIS CONSOLIDEE)
       01  WS-ARCHIVE-SW              PIC X  VALUE 'N'.
           88 WS-ARCHIVE-OPEN               VALUE 'Y'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-ORDER-EOF-SW            PIC X  VALUE 'N'.
           88 WS-ORDER-EOF                  VALUE 'Y'.

      * MODE DU RUN (CARTE MODE=ACCRUE OU MODE=SETTLE)
       01  WS-RUN-MODE                PIC X(6)  VALUE 'ACCRUE'.
           88 WS-MODE-ACCRUE                VALUE 'ACCRUE'.
           88 WS-MODE-SETTLE                VALUE 'SETTLE'.

      * DATE DE GESTION (CARTE ASOF=, DATE DU JOUR PAR DEFAUT) ET
      * ANNEE TRAITEE (CARTE YEAR=, ANNEE DE ASOF PAR DEFAUT) ; LA
      * PROVISION COUVRE DU 1ER JANVIER A ASOF, LE REGLEMENT L'ANNEE
      * ENTIERE. PERIODE = AAAA-MM (PROVISION) OU AAAA (REGLEMENT)
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
       01  WS-YEAR                    PIC X(4)  VALUE SPACES.
       01  WS-FROM-DATE               PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                 PIC X(10) VALUE SPACES.
       01  WS-PERIOD                  PIC X(7)  VALUE SPACES.
       01  WS-REC-TYPE                PIC X(1)  VALUE 'A'.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LES
      * ECRITURES SONT DATEES DE LA DATE RENDUE (P = DATE ASOF=,
      * R = REPORTEE, X = LOT REFUSE)
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

      * ACCORDS EN TABLE (FVRBAGR)
       01  WS-AGR-TABLE.
           05 WS-AG-ENTRY OCCURS 2000 TIMES INDEXED BY AG-IX.
              10 WS-AG-CUST           PIC 9(4).
              10 WS-AG-THRESHOLD      PIC 9(9)V99.
              10 WS-AG-PCT            PIC 99V99.
       01  WS-AGR-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-AGR-MAX                 PIC 9(4) VALUE 2000.

      * CLIENTS SOUS ACCORD (UNE ENTREE PAR CLIENT, DANS L'ORDRE DE
      * PREMIERE APPARITION DANS FVRBAGR)
       01  WS-RBC-TABLE.
           05 WS-RC-ENTRY OCCURS 1000 TIMES INDEXED BY RC-IX.
              10 WS-RC-CUST           PIC 9(4).
       01  WS-RBC-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-RBC-MAX                 PIC 9(4) VALUE 1000.
       01  WS-RBC-FOUND               PIC 9(4) VALUE ZERO.

      * REGISTRE FVRBAPP EN TABLE
       01  WS-APP-TABLE.
           05 WS-AP-ENTRY OCCURS 5000 TIMES INDEXED BY AP-IX.
              10 WS-AP-TYPE           PIC X(1).
              10 WS-AP-PERIOD         PIC X(7).
              10 WS-AP-CUST           PIC 9(4).
              10 WS-AP-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-APP-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-APP-MAX                 PIC 9(4) VALUE 5000.
       01  WS-ALREADY-SW              PIC X    VALUE 'N'.
           88 WS-ALREADY-DONE               VALUE 'Y'.
       01  WS-SETTLED-SW              PIC X    VALUE 'N'.
           88 WS-YEAR-SETTLED               VALUE 'Y'.
       01  WS-LAST-ACC-PERIOD         PIC X(7) VALUE SPACES.

      * COMMANDES RETENUES DU CLIENT COURANT (BASE PUIS ARCHIVE),
      * IMPRIMEES SUR LE RELEVE ; UN DEBORDEMENT LAISSE LE CLIENT DE
      * COTE (RISTOURNE SUR UN CHIFFRE D'AFFAIRES INCOMPLET)
       01  WS-ORD-TABLE.
           05 WS-OR-ENTRY OCCURS 3000 TIMES INDEXED BY OR-IX.
              10 WS-OR-O-NO           PIC 9(7).
              10 WS-OR-DATE           PIC X(10).
              10 WS-OR-AMOUNT         PIC S9(9)V99 COMP-3.
              10 WS-OR-ORIGIN         PIC X(1).
       01  WS-ORD-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ORD-MAX                 PIC 9(4) VALUE 3000.
       01  WS-ORD-OVERFLOW-SW         PIC X    VALUE 'N'.
           88 WS-ORD-OVERFLOW               VALUE 'Y'.
       01  WS-ARC-AMOUNT              PIC S9(9)V99 COMP-3 VALUE +0.

      * CALCUL DU CLIENT COURANT
       01  WS-CUR-CUST                PIC 9(4)  VALUE ZERO.
       01  WS-PURCHASES               PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-REBATE-PCT              PIC 99V99 VALUE ZERO.
       01  WS-REBATE-THRESHOLD        PIC 9(9)V99 VALUE ZERO.
       01  WS-EARNED                  PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-ACCRUED                 PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-POST-AMOUNT             PIC S9(9)V99 COMP-3 VALUE +0.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-CUST-READ            PIC 9(5) VALUE ZERO.
           05 WS-CUST-POSTED          PIC 9(5) VALUE ZERO.
           05 WS-SKIP-ALREADY         PIC 9(5) VALUE ZERO.
           05 WS-SKIP-SETTLED         PIC 9(5) VALUE ZERO.
           05 WS-SKIP-NOTHING         PIC 9(5) VALUE ZERO.
           05 WS-ERRORS               PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-POSTED         PIC S9(11)V99 COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
                 'RISTOURNES CLIENTS DE FIN D''ANNEE (PROVISION /
      -          ' REGLEMENT)'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(7)  VALUE 'MODE : '.
              10 WS-RPT-MODE          PIC X(6).
              10 FILLER               PIC X(12) VALUE '  PERIODE : '.
              10 WS-RPT-PERIOD        PIC X(7).
              10 FILLER               PIC X(11) VALUE '  ACHATS : '.
              10 WS-RPT-FROM          PIC X(10).
              10 FILLER               PIC X(4)  VALUE ' AU '.
              10 WS-RPT-TO            PIC X(10).
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-DETAIL-LINE.
              10 FILLER               PIC X(8)  VALUE 'CLIENT: '.
              10 WS-RPT-CUST          PIC 9(4).
              10 FILLER               PIC X(8)  VALUE '  C.A: '.
              10 WS-RPT-PURCHASES     PIC -(10)9.99.
              10 FILLER               PIC X(8)  VALUE '  TAUX: '.
              10 WS-RPT-PCT           PIC Z9.99.
              10 FILLER               PIC X(10) VALUE '  ACQUIS: '.
              10 WS-RPT-EARNED        PIC -(8)9.99.
              10 FILLER               PIC X(10) VALUE '  PASSE : '.
              10 WS-RPT-POSTED        PIC -(8)9.99.
              10 FILLER               PIC X(3)  VALUE ' - '.
              10 WS-RPT-STATUS        PIC X(30).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(18) VALUE
                 'CLIENTS EXAMINES: '.
              10 WS-RPT-READ          PIC ZZ,ZZ9.
              10 FILLER               PIC X(13) VALUE '  TRAITES : '.
              10 WS-RPT-DONE          PIC ZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 '  TOTAL PASSE : '.
              10 WS-RPT-TOT-POSTED    PIC -(10)9.99.
           05 WS-SKIP-LINE.
              10 FILLER               PIC X(24) VALUE
                 'DEJA TRAITES          : '.
              10 WS-RPT-SKIP-ALR      PIC ZZ,ZZ9.
              10 FILLER               PIC X(21) VALUE
                 '  ANNEE DEJA REGLEE: '.
              10 WS-RPT-SKIP-SET      PIC ZZ,ZZ9.
              10 FILLER               PIC X(21) VALUE
                 '  RIEN A PASSER    : '.
              10 WS-RPT-SKIP-NOT      PIC ZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * MISE EN PAGE DU RELEVE DE RISTOURNE
       01  WS-STMT-LINES.
           05 WS-ST-SEP               PIC X(132) VALUE ALL '='.
           05 WS-ST-HDR.
              10 FILLER               PIC X(31) VALUE
                 'RELEVE DE RISTOURNE ANNUELLE  '.
              10 FILLER               PIC X(7)  VALUE 'ANNEE '.
              10 WS-ST-YEAR           PIC X(4).
           05 WS-ST-CUST.
              10 FILLER               PIC X(9)  VALUE 'CLIENT : '.
              10 WS-ST-CNO            PIC 9(4).
           05 WS-ST-COLS              PIC X(132) VALUE
                 '   COMMANDE  DATE           MONTANT HT  ORIGINE'.
           05 WS-ST-ORDER.
              10 FILLER               PIC X(3)  VALUE SPACES.
              10 WS-ST-O-NO           PIC 9(7).
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-ST-O-DATE         PIC X(10).
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-ST-O-AMOUNT       PIC -(9)9.99.
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-ST-O-ORIGIN       PIC X(8).
           05 WS-ST-TOTAL.
              10 FILLER               PIC X(23) VALUE
                 'CHIFFRE D''AFFAIRES HT: '.
              10 WS-ST-PURCHASES      PIC -(10)9.99.
           05 WS-ST-RULE.
              10 FILLER               PIC X(17) VALUE
                 'SEUIL ATTEINT  : '.
              10 WS-ST-THRESHOLD      PIC Z(8)9.99.
              10 FILLER               PIC X(9)  VALUE '  TAUX : '.
              10 WS-ST-PCT            PIC Z9.99.
              10 FILLER               PIC X(4)  VALUE ' PCT'.
           05 WS-ST-REBATE.
              10 FILLER               PIC X(23) VALUE
                 'RISTOURNE ACCORDEE   : '.
              10 WS-ST-AMOUNT         PIC -(8)9.99.
           05 WS-ST-FOOT              PIC X(132) VALUE
                 'CETTE RISTOURNE EST PORTEE AU CREDIT DE VOTRE
      -          ' COMPTE.'.
           05 WS-ST-BLANK             PIC X(132) VALUE SPACES.

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEMES CONVENTIONS QUE LATEFEE)
       01  H-C-NO                     PIC S9(5)     USAGE COMP.
       01  H-FROM-DATE                PIC X(10).
       01  H-TO-DATE                  PIC X(10).
       01  H-O-NO                     PIC S9(9)     USAGE COMP.
       01  H-O-DATE                   PIC X(10).
       01  H-O-AMOUNT                 PIC S9(9)V99  USAGE COMP-3.
       01  H-REBATE                   PIC S9(9)V99  USAGE COMP-3.

      * CHIFFRE D'AFFAIRES HT PAR COMMANDE DU CLIENT SUR LA PERIODE
      * (LES LIGNES DE RETOUR, A QUANTITE NEGATIVE, VIENNENT EN
      * DEDUCTION DE LEUR COMMANDE)
           EXEC SQL
               DECLARE ORDER-CURSOR CURSOR FOR
               SELECT O.O_NO, O.O_DATE, SUM(I.QUANTITY * I.PRICE)
                 FROM API9.ORDERS O, API9.ITEMS I
                WHERE O.C_NO = :H-C-NO
                  AND I.O_NO = O.O_NO
                  AND O.O_DATE BETWEEN :H-FROM-DATE AND :H-TO-DATE
                GROUP BY O.O_NO, O.O_DATE
                ORDER BY O.O_DATE, O.O_NO
           END-EXEC.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-CUSTOMERS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME REBATE'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF NOT WS-MODE-ACCRUE AND NOT WS-MODE-SETTLE
              DISPLAY 'CARTE MODE= INVALIDE (ACCRUE OU SETTLE), '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-ASOF-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-ASOF-DATE
              END-STRING
           END-IF
           IF WS-YEAR = SPACES
              MOVE WS-ASOF-DATE(1:4) TO WS-YEAR
           END-IF
           IF WS-YEAR IS NOT NUMERIC
              DISPLAY 'CARTE YEAR=AAAA INVALIDE, ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           STRING WS-YEAR '-01-01' DELIMITED BY SIZE
              INTO WS-FROM-DATE
           END-STRING
           IF WS-MODE-ACCRUE
              MOVE 'A'               TO WS-REC-TYPE
              MOVE WS-ASOF-DATE      TO WS-TO-DATE
              MOVE WS-ASOF-DATE(1:7) TO WS-PERIOD
              IF WS-ASOF-DATE(1:4) NOT = WS-YEAR
                 DISPLAY 'PROVISION : YEAR= DOIT ETRE L''ANNEE DE '
                         'ASOF=, ARRET DU PROGRAMME'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              MOVE 'S' TO WS-REC-TYPE
              STRING WS-YEAR '-12-31' DELIMITED BY SIZE
                 INTO WS-TO-DATE
              END-STRING
              MOVE SPACES  TO WS-PERIOD
              MOVE WS-YEAR TO WS-PERIOD(1:4)
           END-IF
           MOVE WS-FROM-DATE TO H-FROM-DATE
           MOVE WS-TO-DATE   TO H-TO-DATE

           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-ASOF-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE ' WS-ASOF-DATE(1:7)
                      ' EN CLOTURE OU FERMEE, AUCUNE RISTOURNE PASSEE'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE ' WS-ASOF-DATE(1:7)
                      ' EN CLOTURE OU FERMEE, ECRITURES DATEES DU '
                      WS-POST-DATE
           END-IF

           PERFORM LOAD-AGREEMENTS
           IF WS-AGR-COUNT = 0
              DISPLAY 'AUCUN ACCORD DE RISTOURNE (FVRBAGR), '
                      'RIEN A TRAITER'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-REBATES-APPLIED
           PERFORM OPEN-ARCHIVE

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RBJRN-FILE
           IF NOT WS-RBJRN-OK
              DISPLAY 'ERREUR OUVERTURE JOURNAL RISTOURNES: '
                      WS-FS-RBJRN
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              GOBACK
           END-IF
           IF WS-MODE-SETTLE
              OPEN OUTPUT STATEMENT-FILE
              IF NOT WS-STMT-OK
                 DISPLAY 'ERREUR OUVERTURE FICHIER RELEVES: '
                         WS-FS-STMT
                 MOVE 12 TO RETURN-CODE
                 CLOSE REPORT-FILE
                 CLOSE RBJRN-FILE
                 GOBACK
              END-IF
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-RUN-MODE  TO WS-RPT-MODE
           MOVE WS-PERIOD    TO WS-RPT-PERIOD
           MOVE WS-FROM-DATE TO WS-RPT-FROM
           MOVE WS-TO-DATE   TO WS-RPT-TO
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN MODE= / ASOF= / YEAR=                *
      *****************************************************************
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
              WHEN SYSIN-RECORD(1:5) = 'MODE='
                 MOVE SYSIN-RECORD(6:6) TO WS-RUN-MODE
              WHEN SYSIN-RECORD(1:5) = 'ASOF='
                 MOVE SYSIN-RECORD(6:10) TO WS-ASOF-DATE
              WHEN SYSIN-RECORD(1:5) = 'YEAR='
                 MOVE SYSIN-RECORD(6:4) TO WS-YEAR
           END-EVALUATE
           .

      *****************************************************************
      * CHARGEMENT DES ACCORDS (FVRBAGR) ET DE LA LISTE DES CLIENTS   *
      * SOUS ACCORD                                                   *
      *****************************************************************
       LOAD-AGREEMENTS.
           OPEN INPUT AGREE-FILE
           IF NOT WS-AGREE-OK
              DISPLAY 'FICHIER DES ACCORDS FVRBAGR ABSENT ('
                      WS-FS-AGREE ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AGREE-EOF
              READ AGREE-FILE
                 AT END MOVE '10' TO WS-FS-AGREE
                 NOT AT END PERFORM LOAD-ONE-AGREEMENT
              END-READ
           END-PERFORM
           CLOSE AGREE-FILE
           .

       LOAD-ONE-AGREEMENT.
           IF AG-PCT NOT > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-AGR-COUNT >= WS-AGR-MAX
              DISPLAY 'TABLE DES ACCORDS PLEINE, CLIENT ' AG-CUST-NO
                      ' PALIER IGNORE'
              ADD 1 TO WS-ERRORS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGR-COUNT
           MOVE AG-CUST-NO   TO WS-AG-CUST(WS-AGR-COUNT)
           MOVE AG-THRESHOLD TO WS-AG-THRESHOLD(WS-AGR-COUNT)
           MOVE AG-PCT       TO WS-AG-PCT(WS-AGR-COUNT)
           MOVE 0 TO WS-RBC-FOUND
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > WS-RBC-COUNT
              IF WS-RC-CUST(RC-IX) = AG-CUST-NO
                 SET WS-RBC-FOUND TO RC-IX
              END-IF
           END-PERFORM
           IF WS-RBC-FOUND = 0
              IF WS-RBC-COUNT < WS-RBC-MAX
                 ADD 1 TO WS-RBC-COUNT
                 MOVE AG-CUST-NO TO WS-RC-CUST(WS-RBC-COUNT)
              ELSE
                 DISPLAY 'TABLE DES CLIENTS SOUS ACCORD PLEINE, '
                         'CLIENT ' AG-CUST-NO ' IGNORE'
                 ADD 1 TO WS-ERRORS
              END-IF
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DU REGISTRE DES PERIODES TRAITEES (FVRBAPP) ;      *
      * FICHIER ABSENT = PREMIER RUN                                  *
      *****************************************************************
       LOAD-REBATES-APPLIED.
           OPEN INPUT RBAPP-FILE
           IF NOT WS-RBAPP-OK
              DISPLAY 'PAS DE REGISTRE DE RISTOURNES (' WS-FS-RBAPP
                      '), PREMIER TRAITEMENT'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RBAPP-EOF
              READ RBAPP-FILE
                 AT END MOVE '10' TO WS-FS-RBAPP
                 NOT AT END
                    IF WS-APP-COUNT < WS-APP-MAX
                       ADD 1 TO WS-APP-COUNT
                       MOVE RA-TYPE    TO WS-AP-TYPE(WS-APP-COUNT)
                       MOVE RA-PERIOD  TO WS-AP-PERIOD(WS-APP-COUNT)
                       MOVE RA-CUST-NO TO WS-AP-CUST(WS-APP-COUNT)
                       MOVE RA-AMOUNT  TO WS-AP-AMOUNT(WS-APP-COUNT)
                    ELSE
                       DISPLAY 'REGISTRE DE RISTOURNES SATURE, '
                               'ARRET DU PROGRAMME'
                       MOVE 12 TO RETURN-CODE
                       CLOSE RBAPP-FILE
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RBAPP-FILE
           .

      *****************************************************************
      * OUVERTURE DE L'ARCHIVE CONSOLIDEE ; ABSENTE = BASE SEULE      *
      *****************************************************************
       OPEN-ARCHIVE.
           OPEN INPUT ARCCXR-FILE
           IF NOT WS-ARCCXR-OK
              DISPLAY 'PAS D''ARCHIVE CONSOLIDEE (' WS-FS-ARCCXR
                      '), CHIFFRE D''AFFAIRES SUR LA BASE SEULE'
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCORD-FILE
           IF NOT WS-ARCORD-OK
              DISPLAY 'ERREUR OUVERTURE ARCHIVE FVARCORD: '
                      WS-FS-ARCORD
              CLOSE ARCCXR-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCITM-FILE
           IF NOT WS-ARCITM-OK
              DISPLAY 'ERREUR OUVERTURE ARCHIVE FVARCITM: '
                      WS-FS-ARCITM
              CLOSE ARCCXR-FILE
              CLOSE ARCORD-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ARCHIVE-SW
           .

      *****************************************************************
      * PARCOURS DES CLIENTS SOUS ACCORD                              *
      *****************************************************************
       PROCESS-CUSTOMERS.
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > WS-RBC-COUNT
              MOVE WS-RC-CUST(RC-IX) TO WS-CUR-CUST
              ADD 1 TO WS-CUST-READ
              PERFORM ASSESS-ONE-CUSTOMER
           END-PERFORM
           .

      *****************************************************************
      * CLIENT COURANT : PERIODE NON ENCORE TRAITEE, ANNEE NON REGLEE,*
      * CHIFFRE D'AFFAIRES COMPLET, PUIS RISTOURNE ACQUISE ET MONTANT *
      * A PASSER (VARIATION DE PROVISION OU RISTOURNE DEFINITIVE)     *
      *****************************************************************
       ASSESS-ONE-CUSTOMER.
           PERFORM CHECK-REGISTER
           IF WS-ALREADY-DONE
              ADD 1 TO WS-SKIP-ALREADY
              MOVE ZERO TO WS-PURCHASES WS-EARNED WS-POST-AMOUNT
                           WS-REBATE-PCT
              MOVE 'DEJA TRAITE SUR LA PERIODE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-YEAR-SETTLED
              ADD 1 TO WS-SKIP-SETTLED
              MOVE ZERO TO WS-PURCHASES WS-EARNED WS-POST-AMOUNT
                           WS-REBATE-PCT
              MOVE 'ANNEE DEJA REGLEE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-CUSTOMER-PURCHASES
           IF WS-ORD-OVERFLOW
              ADD 1 TO WS-ERRORS
              MOVE ZERO TO WS-EARNED WS-POST-AMOUNT WS-REBATE-PCT
              MOVE '*** TROP DE COMMANDES, IGNORE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-REBATE
           IF WS-MODE-ACCRUE
              COMPUTE WS-POST-AMOUNT = WS-EARNED - WS-ACCRUED
           ELSE
              MOVE WS-EARNED TO WS-POST-AMOUNT
           END-IF
           IF WS-POST-AMOUNT = 0
              AND (WS-MODE-ACCRUE OR WS-ACCRUED = 0)
              ADD 1 TO WS-SKIP-NOTHING
              MOVE 'RIEN A PASSER' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

      * UN REGLEMENT NUL SOLDE QUAND MEME LA PROVISION DE L'ANNEE
           IF WS-MODE-SETTLE AND WS-POST-AMOUNT NOT = 0
              PERFORM CREDIT-CUSTOMER-BALANCE
              IF SQLCODE NOT = 0
                 EXIT PARAGRAPH
              END-IF
              PERFORM WRITE-REBATE-STATEMENT
           END-IF
           PERFORM WRITE-REBATE-JOURNAL
           PERFORM APPEND-REBATE-APPLIED
           IF WS-POST-ACTION = 'R'
              MOVE WS-CUR-CUST    TO BP-REFERENCE
              MOVE WS-POST-AMOUNT TO BP-AMOUNT
              MOVE 'RISTOURNE REPORTEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           ADD 1 TO WS-CUST-POSTED
           ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED
           IF WS-MODE-ACCRUE
              MOVE 'PROVISION PASSEE' TO WS-RPT-STATUS
           ELSE
              MOVE 'RISTOURNE CREDITEE' TO WS-RPT-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * REGISTRE : PERIODE DEJA TRAITEE POUR LE CLIENT, ANNEE DEJA    *
      * REGLEE, ET PROVISION CUMULEE LA PLUS RECENTE DE L'ANNEE       *
      *****************************************************************
       CHECK-REGISTER.
           MOVE 'N' TO WS-ALREADY-SW
           MOVE 'N' TO WS-SETTLED-SW
           MOVE +0 TO WS-ACCRUED
           MOVE SPACES TO WS-LAST-ACC-PERIOD
           PERFORM VARYING AP-IX FROM 1 BY 1
                   UNTIL AP-IX > WS-APP-COUNT
              IF WS-AP-CUST(AP-IX) = WS-CUR-CUST
                 AND WS-AP-PERIOD(AP-IX)(1:4) = WS-YEAR
                 IF WS-AP-TYPE(AP-IX) = WS-REC-TYPE
                    AND WS-AP-PERIOD(AP-IX) = WS-PERIOD
                    MOVE 'Y' TO WS-ALREADY-SW
                 END-IF
                 IF WS-AP-TYPE(AP-IX) = 'S'
                    MOVE 'Y' TO WS-SETTLED-SW
                 END-IF
                 IF WS-AP-TYPE(AP-IX) = 'A'
                    AND WS-AP-PERIOD(AP-IX) > WS-LAST-ACC-PERIOD
                    MOVE WS-AP-PERIOD(AP-IX) TO WS-LAST-ACC-PERIOD
                    MOVE WS-AP-AMOUNT(AP-IX) TO WS-ACCRUED
                 END-IF
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * COMMANDES RETENUES : BASE VIVE SUR LA PERIODE, PUIS ARCHIVE   *
      * CONSOLIDEE (REFERENCE CROISEE CLIENT, DATE DE L'ENTETE DANS   *
      * LA PERIODE, MONTANT = SOMME DES LIGNES ARCHIVEES)              *
      *****************************************************************
       COLLECT-CUSTOMER-PURCHASES.
           MOVE ZERO TO WS-ORD-COUNT
           MOVE 'N' TO WS-ORD-OVERFLOW-SW
           MOVE +0 TO WS-PURCHASES
           MOVE WS-CUR-CUST TO H-C-NO
           MOVE 'N' TO WS-ORDER-EOF-SW
           EXEC SQL OPEN ORDER-CURSOR END-EXEC
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-ORDER-EOF
              PERFORM ADD-LIVE-ORDER
              PERFORM READ-NEXT-ORDER
           END-PERFORM
           EXEC SQL CLOSE ORDER-CURSOR END-EXEC

           IF WS-ARCHIVE-OPEN
              PERFORM COLLECT-ARCHIVE-ORDERS
           END-IF
           .

       READ-NEXT-ORDER.
           EXEC SQL
               FETCH ORDER-CURSOR
                INTO :H-O-NO, :H-O-DATE, :H-O-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ORDER-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH ORDER-CURSOR, SQLCODE: ' SQLCODE
              END-IF
           END-IF
           .

       ADD-LIVE-ORDER.
           IF WS-ORD-COUNT >= WS-ORD-MAX
              MOVE 'Y' TO WS-ORD-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORD-COUNT
           MOVE H-O-NO     TO WS-OR-O-NO(WS-ORD-COUNT)
           MOVE H-O-DATE   TO WS-OR-DATE(WS-ORD-COUNT)
           MOVE H-O-AMOUNT TO WS-OR-AMOUNT(WS-ORD-COUNT)
           MOVE 'B'        TO WS-OR-ORIGIN(WS-ORD-COUNT)
           ADD H-O-AMOUNT  TO WS-PURCHASES
           .

       COLLECT-ARCHIVE-ORDERS.
           MOVE WS-CUR-CUST TO AXR-C-NO
           MOVE ZERO        TO AXR-O-NO
           START ARCCXR-FILE KEY >= AXR-KEY
           IF NOT WS-ARCCXR-OK
              MOVE '00' TO WS-FS-ARCCXR
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CROSS-REFERENCE
           PERFORM UNTIL WS-ARCCXR-EOF
                   OR AXR-C-NO NOT = WS-CUR-CUST
              MOVE AXR-O-NO TO ARO-O-NO
              READ ARCORD-FILE
              IF WS-ARCORD-OK
                 IF ARO-O-DATE >= WS-FROM-DATE
                    AND ARO-O-DATE <= WS-TO-DATE
                    PERFORM ADD-ARCHIVE-ORDER
                 END-IF
              ELSE
                 MOVE '00' TO WS-FS-ARCORD
              END-IF
              PERFORM READ-NEXT-CROSS-REFERENCE
           END-PERFORM
           MOVE '00' TO WS-FS-ARCCXR
           .

       READ-NEXT-CROSS-REFERENCE.
           READ ARCCXR-FILE NEXT
           IF NOT WS-ARCCXR-OK
              MOVE '10' TO WS-FS-ARCCXR
           END-IF
           .

       ADD-ARCHIVE-ORDER.
           MOVE +0 TO WS-ARC-AMOUNT
           MOVE ARO-O-NO   TO AIT-O-NO
           MOVE LOW-VALUES TO AIT-P-NO
           START ARCITM-FILE KEY >= AIT-KEY
           IF NOT WS-ARCITM-OK
              MOVE '00' TO WS-FS-ARCITM
           ELSE
              PERFORM READ-NEXT-ARCHIVE-ITEM
              PERFORM UNTIL WS-ARCITM-EOF
                      OR AIT-O-NO NOT = ARO-O-NO
                 COMPUTE WS-ARC-AMOUNT =
                         WS-ARC-AMOUNT + AIT-QTY * AIT-PRICE
                 PERFORM READ-NEXT-ARCHIVE-ITEM
              END-PERFORM
              MOVE '00' TO WS-FS-ARCITM
           END-IF
           IF WS-ORD-COUNT >= WS-ORD-MAX
              MOVE 'Y' TO WS-ORD-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORD-COUNT
           MOVE ARO-O-NO      TO WS-OR-O-NO(WS-ORD-COUNT)
           MOVE ARO-O-DATE    TO WS-OR-DATE(WS-ORD-COUNT)
           MOVE WS-ARC-AMOUNT TO WS-OR-AMOUNT(WS-ORD-COUNT)
           MOVE 'A'           TO WS-OR-ORIGIN(WS-ORD-COUNT)
           ADD WS-ARC-AMOUNT  TO WS-PURCHASES
           .

       READ-NEXT-ARCHIVE-ITEM.
           READ ARCITM-FILE NEXT
           IF NOT WS-ARCITM-OK
              MOVE '10' TO WS-FS-ARCITM
           END-IF
           .

      *****************************************************************
      * RISTOURNE ACQUISE : POURCENTAGE DU PLUS HAUT SEUIL ATTEINT    *
      * PAR LE CHIFFRE D'AFFAIRES, APPLIQUE A TOUT LE CHIFFRE         *
      *****************************************************************
       COMPUTE-REBATE.
           MOVE ZERO TO WS-REBATE-PCT
           MOVE ZERO TO WS-REBATE-THRESHOLD
           MOVE +0 TO WS-EARNED
           IF WS-PURCHASES NOT > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AG-IX FROM 1 BY 1
                   UNTIL AG-IX > WS-AGR-COUNT
              IF WS-AG-CUST(AG-IX) = WS-CUR-CUST
                 AND WS-AG-THRESHOLD(AG-IX) <= WS-PURCHASES
                 AND (WS-REBATE-PCT = 0
                      OR WS-AG-THRESHOLD(AG-IX) > WS-REBATE-THRESHOLD)
                 MOVE WS-AG-THRESHOLD(AG-IX) TO WS-REBATE-THRESHOLD
                 MOVE WS-AG-PCT(AG-IX)       TO WS-REBATE-PCT
              END-IF
           END-PERFORM
           COMPUTE WS-EARNED ROUNDED =
                   WS-PURCHASES * WS-REBATE-PCT / 100
           .

      *****************************************************************
      * REGLEMENT : LA RISTOURNE DEFINITIVE VIENT EN DEDUCTION DU     *
      * SOLDE CLIENT (MEME MECANIQUE QUE L'IMPUTATION DE LATEFEE)     *
      *****************************************************************
       CREDIT-CUSTOMER-BALANCE.
           MOVE WS-CUR-CUST TO H-C-NO
           MOVE WS-POST-AMOUNT TO H-REBATE
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET BALANCE = COALESCE(BALANCE,0) - :H-REBATE
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              DISPLAY 'ERREUR CREDIT RISTOURNE CLIENT ' WS-CUR-CUST
                      ' SQLCODE ' SQLCODE
              MOVE '*** ERREUR MAJ SOLDE CLIENT' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC
           .

       WRITE-REBATE-JOURNAL.
           MOVE WS-POST-DATE   TO RJ-DATE
           MOVE WS-REC-TYPE    TO RJ-TYPE
           MOVE WS-CUR-CUST    TO RJ-CUST-NO
           MOVE WS-PERIOD      TO RJ-PERIOD
           MOVE WS-PURCHASES   TO RJ-PURCHASES
           MOVE WS-REBATE-PCT  TO RJ-PCT
           MOVE WS-EARNED      TO RJ-EARNED
           MOVE WS-ACCRUED     TO RJ-ACCRUED
           MOVE WS-POST-AMOUNT TO RJ-AMOUNT
           WRITE RBJRN-RECORD
           .

      *****************************************************************
      * RELEVE CLIENT : COMMANDES RETENUES, CHIFFRE D'AFFAIRES, SEUIL *
      * ATTEINT, TAUX ET RISTOURNE                                    *
      *****************************************************************
       WRITE-REBATE-STATEMENT.
           WRITE STATEMENT-RECORD FROM WS-ST-SEP
           MOVE WS-YEAR TO WS-ST-YEAR
           WRITE STATEMENT-RECORD FROM WS-ST-HDR
           MOVE WS-CUR-CUST TO WS-ST-CNO
           WRITE STATEMENT-RECORD FROM WS-ST-CUST
           WRITE STATEMENT-RECORD FROM WS-ST-COLS
           PERFORM VARYING OR-IX FROM 1 BY 1
                   UNTIL OR-IX > WS-ORD-COUNT
              MOVE WS-OR-O-NO(OR-IX)   TO WS-ST-O-NO
              MOVE WS-OR-DATE(OR-IX)   TO WS-ST-O-DATE
              MOVE WS-OR-AMOUNT(OR-IX) TO WS-ST-O-AMOUNT
              IF WS-OR-ORIGIN(OR-IX) = 'A'
                 MOVE 'ARCHIVE' TO WS-ST-O-ORIGIN
              ELSE
                 MOVE SPACES TO WS-ST-O-ORIGIN
              END-IF
              WRITE STATEMENT-RECORD FROM WS-ST-ORDER
           END-PERFORM
           MOVE WS-PURCHASES TO WS-ST-PURCHASES
           WRITE STATEMENT-RECORD FROM WS-ST-TOTAL
           MOVE WS-REBATE-THRESHOLD TO WS-ST-THRESHOLD
           MOVE WS-REBATE-PCT       TO WS-ST-PCT
           WRITE STATEMENT-RECORD FROM WS-ST-RULE
           MOVE WS-POST-AMOUNT TO WS-ST-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-ST-REBATE
           WRITE STATEMENT-RECORD FROM WS-ST-FOOT
           WRITE STATEMENT-RECORD FROM WS-ST-BLANK
           .

      *****************************************************************
      * TRACE D'IDEMPOTENCE : LE COUPLE PERIODE/CLIENT EST AJOUTE AU  *
      * REGISTRE PERSISTANT IMMEDIATEMENT APRES LE TRAITEMENT (MEME   *
      * PRINCIPE QUE FVLFAPP DANS LATEFEE) ; UNE PROVISION Y PORTE LE *
      * CUMUL ACQUIS, BASE DE LA VARIATION DU MOIS SUIVANT            *
      *****************************************************************
       APPEND-REBATE-APPLIED.
           OPEN EXTEND RBAPP-FILE
           IF NOT WS-RBAPP-OK
              OPEN OUTPUT RBAPP-FILE
           END-IF
           IF WS-RBAPP-OK
              MOVE WS-REC-TYPE  TO RA-TYPE
              MOVE WS-PERIOD    TO RA-PERIOD
              MOVE WS-CUR-CUST  TO RA-CUST-NO
              MOVE WS-EARNED    TO RA-AMOUNT
              MOVE FUNCTION CURRENT-DATE(1:20) TO RA-TIMESTAMP
              WRITE RBAPP-RECORD
              CLOSE RBAPP-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE REGISTRE RISTOURNES: '
                      WS-FS-RBAPP
              ADD 1 TO WS-ERRORS
           END-IF
           MOVE '00' TO WS-FS-RBAPP
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
              MOVE 'REBATE'       TO BP-PROGRAM
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

       WRITE-DETAIL-LINE.
           MOVE WS-CUR-CUST    TO WS-RPT-CUST
           MOVE WS-PURCHASES   TO WS-RPT-PURCHASES
           MOVE WS-REBATE-PCT  TO WS-RPT-PCT
           MOVE WS-EARNED      TO WS-RPT-EARNED
           MOVE WS-POST-AMOUNT TO WS-RPT-POSTED
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       FINALIZATION.
           EXEC SQL COMMIT END-EXEC
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-CUST-READ    TO WS-RPT-READ
           MOVE WS-CUST-POSTED  TO WS-RPT-DONE
           MOVE WS-TOTAL-POSTED TO WS-RPT-TOT-POSTED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-SKIP-ALREADY TO WS-RPT-SKIP-ALR
           MOVE WS-SKIP-SETTLED TO WS-RPT-SKIP-SET
           MOVE WS-SKIP-NOTHING TO WS-RPT-SKIP-NOT
           WRITE REPORT-RECORD FROM WS-SKIP-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           CLOSE RBJRN-FILE
           IF WS-MODE-SETTLE
              CLOSE STATEMENT-FILE
           END-IF
           IF WS-ARCHIVE-OPEN
              CLOSE ARCCXR-FILE
              CLOSE ARCORD-FILE
              CLOSE ARCITM-FILE
           END-IF
           DISPLAY 'FIN DU PROGRAMME REBATE'
           DISPLAY 'CLIENTS EXAMINES: ' WS-CUST-READ
           DISPLAY 'CLIENTS TRAITES: ' WS-CUST-POSTED
           DISPLAY 'DEJA TRAITES: ' WS-SKIP-ALREADY
           IF WS-ERRORS > 0
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
           MOVE 'REBATE  ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-CUST-READ   TO RH-RECORDS-READ
           MOVE WS-CUST-POSTED TO RH-RECORDS-OK
           MOVE WS-ERRORS      TO RH-RECORDS-ERROR
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
