      * PROGRAMME : RECHARGEMENT DES COMMANDES EN ATTENTE CREDIT      *
      * OBJECTIF  : IMPVENTS SUSPEND DANS FVHELD LES COMMANDES DONT   *
      *             LE CHARGEMENT FERAIT DEPASSER LE PLAFOND DE       *
      *             CREDIT DU CLIENT (CREDIT-CHECK-ORDER). LE SERVICE *
      *             CREDIT DECIDE EN LIGNE (TRANSACTION CRDREV03,     *
      *             FICHIER DE REVUE CRHOLD03) : R = LIBERER,         *
      *             J = REJETER, K = CONSERVER. CE PROGRAMME, PASSE   *
      *             CHAQUE NUIT APRES IMPVENTS (FVHELD = ATTENTES DU  *
      *             JOUR + FVHELDN DE LA VEILLE), AGIT PAR COMMANDE : *
      *             - LIBEREE : RECHARGEE, ACCUSE CHARGEE/BACKORD     *
      *             - REJETEE : ABANDONNEE, ACCUSE REJETEE A LA       *
      *               SOURCE (FVACKnn, EN AJOUT A CEUX D'IMPVENTS)    *
      *             - CONSERVEE OU SANS DECISION : REPORTEE DANS      *
      *               FVHELDN ET INSCRITE/MISE A JOUR DANS CRHOLD03   *
      *               (CLIENT, MONTANT TTC, MOTIF) POUR LA REVUE.     *
      *             L'ENREGISTREMENT DE REVUE D'UNE COMMANDE LIBEREE  *
      *             OU REJETEE EST SUPPRIME ; LE RAPPORT PORTE LA     *
      *             DECISION, L'APPROBATEUR ET SON COMMENTAIRE. LE    *
      *             FICHIER CRHOLD03 DOIT ETRE FERME DANS CICS PENDANT*
      *             LE PASSAGE. RECHARGEMENT : MEMES ECRITURES        *
      *             ORDERS/ITEMS/STOCK/BALANCE QU'IMPVENTS, AU TAUX   *
      *             DE TVA DE LA SOURCE (FVSRCCTL) ET AVEC LE MEME    *
      *             LAYOUT D'ENTREE (PROJET.VENTES.LAYOUT) QUE CELUI  *
      *             QUI A ECRIT LES IMAGES, SANS NOUVEAU CONTROLE DE  *
      *             PLAFOND (LA DECISION HUMAINE FAIT FOI). LE PRIX   *
      *             CATALOGUE EST AJUSTE DU PALIER DE QUANTITE        *
      *             (API9.PRICE_TIERS, SOUS-PROGRAMME PARTAGE         *
      *             PRCTIER) COMME A L'IMPORT, PUIS REMISE DE LA      *
      *             CAMPAGNE PROMOTIONNELLE EN VIGUEUR A LA DATE DE   *
      *             LA LIGNE (API9.CAMPAIGNS, SOUS-PROGRAMME PARTAGE  *
      *             CAMPSEL) ; A LA LIBERATION, LA REMISE EST IMPUTEE *
      *             SUR API9.CAMPAIGNS.BUDGET_USED PAR LA MEME MISE A *
      *             JOUR GARDEE QUE LA SAISIE GUICHET (ORDENT03) ET   *
      *             PORTEE DANS ITEMS.CAMP_CODE/CAMP_DISC ; BUDGET    *
      *             EPUISE ENTRE-TEMPS = LIGNE AU PRIX DU PALIER.     *
      *             LES LIGNES DONT LE CLIENT RESTE INCONNU SONT      *
      *             REPORTEES DANS FVHELDN POUR LE PASSAGE SUIVANT.   *
      *             UNE COMMANDE LIBEREE DATEE D'UNE PERIODE EN       *
      *             CLOTURE OU FERMEE (FVPERST, SOUS-PROGRAMME        *
      *             PERIODCK) EST, SELON LE MODE DE LA PERIODE,       *
      *             RECHARGEE A LA DATE DU PREMIER JOUR OUVERT (TVA   *
      *             TOUJOURS AU TAUX DE SA DATE D'ORIGINE) OU LAISSEE *
      *             EN ATTENTE DANS FVHELDN ; CHAQUE LIGNE REPORTEE   *
      *             OU REFUSEE EST TRACEE DANS FVBKPOST.              *
      * ENTREE    : FVHELD (LIGNES SUSPENDUES PAR IMPVENTS), FVSRCCTL *
      *             (SOURCES/TAUX, FACULTATIF), FVELAY (LAYOUT,        *
      *             FACULTATIF), CRHOLD03 (DECISIONS DE REVUE),       *
      *             FVPERST (STATUT DES PERIODES, FACULTATIF)         *
      * SORTIE    : MAJ ORDERS/ITEMS/PRODUCTS/CUSTOMERS, FVHELDN      *
      *             (REPORTS), FVBACKO (RELIQUATS), RAPPORT (FREPORT),*
      *             CRHOLD03 (MAJ), FVACK01-04 (ACCUSES, EN AJOUT),   *
      *             FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT),       *
      *             FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LAYOUT.

      * REVUE DES COMMANDES EN ATTENTE (FICHIER VSAM PARTAGE AVEC LA
      * TRANSACTION CRDREV03, CLE = SOURCE + NUMERO DE COMMANDE) :
      * DECISIONS LUES ICI, COMMANDES RESTANTES INSCRITES ICI
           SELECT REVIEW-FILE
               ASSIGN TO CRHOLD03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-FS-REVIEW.

      * ACCUSES DE TRAITEMENT PAR RANG DE SOURCE (FVACKnn, MEMES
      * EMPLACEMENTS QU'IMPVENTS) : LES SORTS DES COMMANDES LIBEREES
      * OU REJETEES SONT AJOUTES A LA SUITE DE CEUX DU CHARGEMENT DE
      * LA NUIT (RELHOLDS PASSE APRES IMPVENTS)
           SELECT ACK01-FILE
               ASSIGN TO FVACK01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

           SELECT ACK02-FILE
               ASSIGN TO FVACK02
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

           SELECT ACK03-FILE
               ASSIGN TO FVACK03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

           SELECT ACK04-FILE
               ASSIGN TO FVACK04
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.

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
       FD  LAYOUT-FILE.
       01  LAYOUT-REC                PIC X(80).

      * MEME DISPOSITION QUE LE COPYBOOK CRHOLD03 DE LA TRANSACTION
      * CRDREV03
       FD  REVIEW-FILE.
       01  CRHOLD03-REC.
           05 HR-KEY.
              10 HR-SRC              PIC X(2).
              10 HR-ORDER-NO         PIC 9(7).
           05 FILLER                 PIC X(1).
           05 HR-CUST-NO             PIC 9(4).
           05 FILLER                 PIC X(1).
           05 HR-ORDER-DATE          PIC X(10).
           05 FILLER                 PIC X(1).
           05 HR-AMOUNT              PIC S9(9)V99.
           05 FILLER                 PIC X(1).
           05 HR-LINE-COUNT          PIC 9(3).
           05 FILLER                 PIC X(1).
           05 HR-REASON              PIC X(30).
           05 FILLER                 PIC X(1).
           05 HR-HELD-DATE           PIC X(10).
           05 FILLER                 PIC X(1).
           05 HR-DECISION            PIC X(1).
              88 HR-PENDING                VALUE ' '.
              88 HR-RELEASE                VALUE 'R'.
              88 HR-REJECT                 VALUE 'J'.
              88 HR-KEEP                   VALUE 'K'.
           05 FILLER                 PIC X(1).
           05 HR-COMMENT             PIC X(20).
           05 FILLER                 PIC X(1).
           05 HR-APPROVER            PIC X(8).
           05 FILLER                 PIC X(1).
           05 HR-DECISION-TS         PIC X(20).

      * MEME DISPOSITION SUR LES QUATRE EMPLACEMENTS D'ACCUSE QUE
      * DANS IMPVENTS (ZONE COMMUNE WS-ACK-WORK)
       FD  ACK01-FILE.
       01  ACK01-REC                 PIC X(37).
       FD  ACK02-FILE.
       01  ACK02-REC                 PIC X(37).
       FD  ACK03-FILE.
       01  ACK03-REC                 PIC X(37).
       FD  ACK04-FILE.
       01  ACK04-REC                 PIC X(37).

      * MEME DISPOSITION QUE PERSTAT-RECORD DANS PERCLOSE
       FD  PERSTAT-FILE.
       01  PERSTAT-RECORD.
           05 PS-PERIOD              PIC X(7).
           05 FILLER                 PIC X(1).
           05 PS-STATUS              PIC X(1).
           05 FILLER                 PIC X(1).
           05 PS-BACKPOST            PIC X(1).
           05 FILLER                 PIC X(1).
           05 PS-CHANGE-TS           PIC X(20).

      * MEME DISPOSITION QUE BKPOST-RECORD DANS BKPOSTRP
       FD  BKPOST-FILE.
       01  BKPOST-RECORD.
           05 BP-TIMESTAMP           PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BP-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BP-ACTION              PIC X(1).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BP-ORIG-DATE           PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BP-POST-DATE           PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BP-REFERENCE           PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BP-AMOUNT              PIC S9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BP-DETAIL              PIC X(30).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(1).
           05 RH-START-TS            PIC X(20).
           05 FILLER                 PIC X(1).
           05 RH-END-TS              PIC X(20).
           05 FILLER                 PIC X(1).
           05 RH-RECORDS-READ        PIC 9(7).
           05 FILLER                 PIC X(1).
           05 RH-RECORDS-OK          PIC 9(7).
           05 FILLER                 PIC X(1).
           05 RH-RECORDS-ERROR       PIC 9(7).
           05 FILLER                 PIC X(1).
           05 RH-STATUS-CODE         PIC X(4).
           05 FILLER                 PIC X(1).
           05 RH-RETURN-CODE         PIC 9(2).

       WORKING-STORAGE SECTION.

       01  WS-SI-STATUS              PIC XX VALUE SPACES.
       01  WS-FS-LAYOUT              PIC XX VALUE SPACES.
           88 WS-LAYOUT-OK                 VALUE '00'.
           88 WS-LAYOUT-EOF                VALUE '10'.
       01  WS-FS-REVIEW              PIC XX VALUE SPACES.
           88 WS-REVIEW-OK                 VALUE '00'.
       01  WS-FS-ACK                 PIC XX VALUE SPACES.
           88 WS-ACK-OK                    VALUE '00'.
       01  WS-FS-PERST               PIC XX VALUE SPACES.
           88 WS-PERST-OK                  VALUE '00'.
           88 WS-PERST-EOF                 VALUE '10'.
       01  WS-FS-BKPOST              PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                 VALUE '00'.
       01  WS-RH-STATUS              PIC XX VALUE SPACES.
           88 WS-RH-OK                     VALUE '00'.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE LA COMMANDE RECHARGEE
       01  WS-PER-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PER-MAX                PIC 9(3) VALUE 120.
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES.
              10 WS-PE-PERIOD        PIC X(7).
              10 WS-PE-STATUS        PIC X(1).
              10 WS-PE-BACKPOST      PIC X(1).
       01  WS-PER-POST-DATE          PIC X(10) VALUE SPACES.
       01  WS-PER-ACTION             PIC X    VALUE 'P'.
       01  WS-PER-ORIG-DATE          PIC X(10) VALUE SPACES.
       01  WS-RUN-START-TS           PIC X(20) VALUE SPACES.

      * COMMANDE EN COURS DE REVUE (RUPTURE SUR SOURCE + NUMERO) ET
      * SORT DECIDE PAR LE SERVICE CREDIT : R = RECHARGER,
      * J = ABANDONNER, K = REPORTER (CONSERVEE OU SANS DECISION)
       01  CUR-REV-SRC               PIC XX   VALUE SPACES.
       01  CUR-REV-ORDER-NO          PIC 9(7) VALUE 0.
       01  WS-REV-ACTIVE-SW          PIC X    VALUE 'N'.
           88 WS-REV-ACTIVE                VALUE 'Y'.
       01  WS-REV-ACTION             PIC X    VALUE 'K'.
           88 WS-ACT-RELOAD                VALUE 'R'.
           88 WS-ACT-REJECT                VALUE 'J'.
           88 WS-ACT-CARRY                 VALUE 'K'.
       01  WS-REV-FOUND-SW           PIC X    VALUE 'N'.
           88 WS-REV-FOUND                 VALUE 'Y'.
      * COMMANDE LIBEREE DONT DES LIGNES ONT DU ETRE REPORTEES
      * (CLIENT DISPARU) : ELLE REVIENT EN REVUE SANS DECISION
       01  WS-REV-CARRIED-SW         PIC X    VALUE 'N'.
           88 WS-REV-CARRIED               VALUE 'Y'.
       01  WS-REV-BACKORD-SW         PIC X    VALUE 'N'.
           88 WS-REV-BACKORD               VALUE 'Y'.
       01  WS-REV-CUST-NO            PIC 9(4) VALUE 0.
       01  WS-REV-ORDER-DATE         PIC X(10) VALUE SPACES.
       01  WS-REV-REASON             PIC X(30) VALUE SPACES.
       01  WS-REV-AMOUNT             PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-REV-LINES              PIC 9(3) VALUE 0.
       01  WS-REV-APPROVER           PIC X(8)  VALUE SPACES.
       01  WS-REV-COMMENT            PIC X(20) VALUE SPACES.
       01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.

      * ACCUSES DES COMMANDES LIBEREES OU REJETEES, CUMULES PENDANT
      * LE RUN PUIS VENTILES PAR RANG DE SOURCE (MEME PRINCIPE QUE
      * WRITE-ACK-FILES DANS IMPVENTS)
       01  WS-ACK-TABLE.
           05 WS-AK-ENTRY OCCURS 2000 TIMES INDEXED BY AK-IX.
              10 WS-AK-ORDER-NO      PIC 9(7).
              10 WS-AK-SRC-IDX       PIC 9(2).
              10 WS-AK-DISP          PIC X(8).
       01  WS-ACK-COUNT              PIC 9(4) VALUE 0.
       01  WS-ACK-MAX                PIC 9(4) VALUE 2000.
       01  WS-ACK-DISP               PIC X(8) VALUE SPACES.
       01  WS-CUR-SRC-IDX            PIC 9(2) VALUE 0.
       01  WS-ACK-WORK.
           05 WS-AKW-ORDER-NO        PIC 9(7).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-AKW-DISP            PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-AKW-TIMESTAMP       PIC X(20).
       01  CNT-ACK-WRITTEN           PIC 9(5) VALUE 0.
       01  WS-SLOT-USED-SW           PIC X    VALUE 'N'.
           88 WS-SLOT-USED                 VALUE 'Y'.
       01  WS-DECISION-MSG           PIC X(45) VALUE SPACES.

      * TABLE DES SOURCES (CODE + TAUX DE TVA), CHARGEE DEPUIS
      * FVSRCCTL ; EU/AS PAR DEFAUT SI LE FICHIER EST ABSENT, COMME
       01  CNT-OK                    PIC 9(7) VALUE 0.
       01  CNT-ERR                   PIC 9(7) VALUE 0.
       01  CNT-CARRIED               PIC 9(7) VALUE 0.
       01  CNT-REJECTED              PIC 9(7) VALUE 0.
       01  CNT-REL-ORDERS            PIC 9(7) VALUE 0.
       01  CNT-REJ-ORDERS            PIC 9(7) VALUE 0.
       01  CNT-PENDING-ORDERS        PIC 9(7) VALUE 0.
       01  CNT-BACKORDER             PIC 9(7) VALUE 0.

      * PALIERS DE PRIX PAR QUANTITE (API9.PRICE_TIERS), PRECHARGES
      * COMME DANS IMPVENTS ; MEME DISPOSITION QUE LK-TIER-TABLE DANS
      * LE SOUS-PROGRAMME PARTAGE PRCTIER
       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 500 TIMES.
              10 WS-TR-PNO           PIC XXX.
              10 WS-TR-MIN-QTY       PIC 9(5).
              10 WS-TR-PRICE         PIC 9(5)V99.
              10 WS-TR-PCT-OFF       PIC 9(2)V99.
       01  WS-TIER-COUNT             PIC 9(3) VALUE 0.
       01  WS-TIER-MAX               PIC 9(3) VALUE 500.
       01  WS-PT-QTY                 PIC 9(5) VALUE 0.
       01  WS-PT-BASE-PRICE          PIC 9(5)V99 VALUE 0.
       01  WS-PT-UNIT-PRICE          PIC 9(5)V99 VALUE 0.
      * PALIER APPLIQUE A LA LIGNE EN COURS (0 = AUCUN)
       01  WS-TIER-QTY               PIC 9(5) VALUE 0.
       01  WS-TIER-EDIT              PIC ZZZZ9.

      * CAMPAGNES PROMOTIONNELLES, PRECHARGEES COMME DANS IMPVENTS ;
      * MEME DISPOSITION QUE LK-CAMP-TABLE DANS LE SOUS-PROGRAMME
      * PARTAGE CAMPSEL
       01  WS-CAMP-TABLE.
           05 WS-CAMP-ENTRY OCCURS 200 TIMES.
              10 WS-CP-CODE          PIC X(8).
              10 WS-CP-PNO           PIC XXX.
              10 WS-CP-SRC           PIC XX.
              10 WS-CP-FROM          PIC X(10).
              10 WS-CP-TO            PIC X(10).
              10 WS-CP-PCT-OFF       PIC 9(2)V99.
              10 WS-CP-BUDGET        PIC 9(9)V99.
              10 WS-CP-USED          PIC 9(9)V99.
       01  WS-CAMP-COUNT             PIC 9(3) VALUE 0.
       01  WS-CAMP-MAX               PIC 9(3) VALUE 200.
      * MODE D'APPEL DE CAMPSEL : 'C' POUR UNE LIGNE RECHARGEE (BUDGET
      * CONTROLE ET IMPUTE), 'P' POUR UNE LIGNE REPORTEE (PRIX SEUL,
      * LE BUDGET N'EST CONSOMME QU'A LA LIBERATION)
       01  WS-CS-MODE                PIC X VALUE 'P'.
       01  WS-CS-UNIT-PRICE          PIC 9(5)V99 VALUE 0.
      * CAMPAGNE APPLIQUEE A LA LIGNE EN COURS (BLANCS = AUCUNE),
      * REMISE TOTALE DE LA LIGNE ET PRIX AVANT CAMPAGNE (REPRIS SI LE
      * BUDGET EST EPUISE A L'IMPUTATION)
       01  WS-CAMP-CODE              PIC X(8) VALUE SPACES.
       01  WS-CAMP-DISC              PIC 9(7)V99 VALUE 0.
       01  WS-CAMP-BASE-PRICE        PIC 9(5)V99 VALUE 0.
       01  WS-CAMP-REFUSED           PIC X(8) VALUE SPACES.
       01  CNT-CAMPAIGN              PIC 9(7) VALUE 0.
       01  WS-CAMP-DISC-TOTAL        PIC 9(9)V99 VALUE 0.

      * MESSAGES DE RAPPORT
       01  RPT-HDR                   PIC X(132) VALUE
           'RECHARGEMENT DES COMMANDES EN ATTENTE CREDIT (FVHELD)'.
           05 RS-CARRIED             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  ERREURS: '.
           05 RS-ERR                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  REJETES: '.
           05 RS-REJECTED            PIC ZZ,ZZZ,ZZ9.
      * DECOMPTE PAR COMMANDE DES DECISIONS DU SERVICE CREDIT
       01  RPT-SUM-ORDERS.
           05 FILLER                 PIC X(21)
              VALUE 'COMMANDES LIBEREES: '.
           05 RS-REL-ORDERS          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE '  REJETEES: '.
           05 RS-REJ-ORDERS          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(21)
              VALUE '  EN ATTENTE REVUE: '.
           05 RS-PENDING-ORDERS      PIC ZZ,ZZ9.
       01  WS-TIMESTAMP-LINE         PIC X(132).

      * VARIABLES DB2 (MEMES ZONES HOTES QU'IMPVENTS)
           05 H-I-QTY                PIC S9(3) COMP-3.
           05 H-I-PRICE              PIC S9(5)V99 COMP-3.
           05 H-I-TAX                PIC S9(5)V99 COMP-3.
      * COLONNE TIER_QTY SUR API9.ITEMS (CF. IMPVENTS)
           05 H-I-TIER-QTY           PIC S9(5) COMP-3.
      * COLONNES CAMP_CODE ET CAMP_DISC SUR API9.ITEMS (CF. IMPVENTS)
           05 H-I-CAMP-CODE          PIC X(8).
           05 H-I-CAMP-DISC          PIC S9(7)V99 COMP-3.
       01  H-TIER.
           05 H-TR-PNO               PIC XXX.
           05 H-TR-MIN-QTY           PIC S9(5) COMP-3.
           05 H-TR-PRICE             PIC S9(5)V99 COMP-3.
           05 H-TR-PCT-OFF           PIC S9(2)V99 COMP-3.
       01  H-CAMP.
           05 H-CP-CODE              PIC X(8).
           05 H-CP-PNO               PIC XXX.
           05 H-CP-SRC               PIC XX.
           05 H-CP-FROM              PIC X(10).
           05 H-CP-TO                PIC X(10).
           05 H-CP-PCT-OFF           PIC S9(2)V99 COMP-3.
           05 H-CP-BUDGET            PIC S9(9)V99 COMP-3.
           05 H-CP-USED              PIC S9(9)V99 COMP-3.
       01  H-CUST.
           05 H-C-NO-K               PIC 9(4).
           05 H-C-DELTA              PIC S9(9)V99 COMP-3.
           05 H-STOCK-QTY            PIC S9(5) COMP-3.
       01  CAT-PRICE                 PIC S9(5)V99 COMP-3 VALUE +0.

      * PALIERS DE PRIX PAR QUANTITE (MEME CURSEUR QU'IMPVENTS)
           EXEC SQL
              DECLARE PTCACHE-CURSOR CURSOR FOR
              SELECT P_NO, MIN_QTY, COALESCE(PRICE,0),
                     COALESCE(PCT_OFF,0)
                FROM API9.PRICE_TIERS
               ORDER BY P_NO, MIN_QTY
           END-EXEC.

      * CAMPAGNES PROMOTIONNELLES (MEME CURSEUR QU'IMPVENTS)
           EXEC SQL
              DECLARE CPCACHE-CURSOR CURSOR FOR
              SELECT C.CAMP_CODE, L.P_NO, COALESCE(L.SRC,' '),
                     COALESCE(C.DATE_FROM,' '), COALESCE(C.DATE_TO,' '),
                     COALESCE(C.PCT_OFF,0), COALESCE(C.BUDGET,0),
                     COALESCE(C.BUDGET_USED,0)
                FROM API9.CAMPAIGNS C, API9.CAMPAIGN_LINES L
               WHERE L.CAMP_CODE = C.CAMP_CODE
               ORDER BY C.CAMP_CODE, L.P_NO
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
           PERFORM INIT
           PERFORM PROCESS-HELD-FILE
           PERFORM FLUSH-OPEN-ORDER
           PERFORM CLOSE-ORDER-REVIEW
           PERFORM FINI
           GOBACK.

       INIT.
           DISPLAY 'DEBUT DU PROGRAMME RELHOLDS'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-LOCK-CARDS
           PERFORM TAKE-RUN-LOCK
           OPEN INPUT HELD-FILE
              CLOSE BACKORDER-FILE
              GOBACK
           END-IF
      * LE FICHIER DE REVUE EST DEFINI VIDE A L'INSTALLATION PUIS
      * ENTRETENU EN I-O : SANS LUI AUCUNE DECISION NE PEUT ETRE LUE
           OPEN I-O REVIEW-FILE
           IF NOT WS-REVIEW-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DE REVUE CRHOLD03 '
                      WS-FS-REVIEW
              MOVE 12 TO RETURN-CODE
              CLOSE HELD-FILE
              CLOSE HELDNEW-FILE
              CLOSE BACKORDER-FILE
              CLOSE REPORT-FILE
              GOBACK
           END-IF
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           WRITE REPORT-REC FROM RPT-HDR
           WRITE REPORT-REC FROM RPT-SEP
           PERFORM LOAD-SOURCE-CONTROL
           PERFORM LOAD-VAT-RATES
           PERFORM LOAD-LAYOUT
           PERFORM LOAD-PRICE-TIERS
           PERFORM LOAD-CAMPAIGNS
           PERFORM LOAD-PERIOD-STATUS
           .

      *****************************************************************
      * PRECHARGEMENT DES PALIERS DE PRIX (MEME MECANIQUE QUE         *
      * LOAD-PRICE-TIERS DANS IMPVENTS) ; TABLE ABSENTE = PRIX        *
      * CATALOGUE PLEIN                                               *
      *****************************************************************
       LOAD-PRICE-TIERS.
           MOVE 0 TO WS-TIER-COUNT
           EXEC SQL OPEN PTCACHE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'PAS DE PALIERS DE PRIX (SQLCODE ' SQLCODE
                      '), PRIX CATALOGUE PLEIN'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PTCACHE-CURSOR
                  INTO :H-TR-PNO, :H-TR-MIN-QTY, :H-TR-PRICE,
                       :H-TR-PCT-OFF
              END-EXEC
              IF SQLCODE = 0
                 IF WS-TIER-COUNT >= WS-TIER-MAX
                    DISPLAY 'TABLE DES PALIERS DE PRIX PLEINE, '
                            'PALIERS EXCEDENTAIRES IGNORES'
                    MOVE 100 TO SQLCODE
                 ELSE
                    ADD 1 TO WS-TIER-COUNT
                    MOVE H-TR-PNO     TO WS-TR-PNO(WS-TIER-COUNT)
                    MOVE H-TR-MIN-QTY TO WS-TR-MIN-QTY(WS-TIER-COUNT)
                    MOVE H-TR-PRICE   TO WS-TR-PRICE(WS-TIER-COUNT)
                    MOVE H-TR-PCT-OFF TO WS-TR-PCT-OFF(WS-TIER-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE PTCACHE-CURSOR END-EXEC
           .

      *****************************************************************
      * PRECHARGEMENT DES CAMPAGNES PROMOTIONNELLES (MEME MECANIQUE   *
      * QUE LOAD-CAMPAIGNS DANS IMPVENTS) ; TABLES ABSENTES OU VIDES  *
      * = AUCUNE CAMPAGNE                                             *
      *****************************************************************
       LOAD-CAMPAIGNS.
           MOVE 0 TO WS-CAMP-COUNT
           EXEC SQL OPEN CPCACHE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'PAS DE CAMPAGNES PROMOTIONNELLES (SQLCODE '
                      SQLCODE ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CPCACHE-CURSOR
                  INTO :H-CP-CODE, :H-CP-PNO, :H-CP-SRC, :H-CP-FROM,
                       :H-CP-TO, :H-CP-PCT-OFF, :H-CP-BUDGET,
                       :H-CP-USED
              END-EXEC
              IF SQLCODE = 0
                 IF WS-CAMP-COUNT >= WS-CAMP-MAX
                    DISPLAY 'TABLE DES CAMPAGNES PLEINE, '
                            'ENTREES EXCEDENTAIRES IGNOREES'
                    MOVE 100 TO SQLCODE
                 ELSE
                    ADD 1 TO WS-CAMP-COUNT
                    MOVE H-CP-CODE    TO WS-CP-CODE(WS-CAMP-COUNT)
                    MOVE H-CP-PNO     TO WS-CP-PNO(WS-CAMP-COUNT)
                    MOVE H-CP-SRC     TO WS-CP-SRC(WS-CAMP-COUNT)
                    MOVE H-CP-FROM    TO WS-CP-FROM(WS-CAMP-COUNT)
                    MOVE H-CP-TO      TO WS-CP-TO(WS-CAMP-COUNT)
                    MOVE H-CP-PCT-OFF TO WS-CP-PCT-OFF(WS-CAMP-COUNT)
                    MOVE H-CP-BUDGET  TO WS-CP-BUDGET(WS-CAMP-COUNT)
                    MOVE H-CP-USED    TO WS-CP-USED(WS-CAMP-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE CPCACHE-CURSOR END-EXEC
           IF WS-CAMP-COUNT > 0
              DISPLAY 'CAMPAGNES PROMOTIONNELLES CHARGEES: '
                      WS-CAMP-COUNT
           END-IF
           .

      *****************************************************************
           .

      *****************************************************************
      * TRAITEMENT D'UNE LIGNE SUSPENDUE SELON LA DECISION DU SERVICE *
      * CREDIT SUR SA COMMANDE (CRHOLD03) : REJETEE = ABANDONNEE,     *
      * CONSERVEE OU SANS DECISION = REPORTEE, LIBEREE = RECHARGEE    *
      * AVEC LES MEMES CONTROLES ET ECRITURES QU'IMPVENTS, SANS LE    *
      * CONTROLE DE PLAFOND                                           *
      *****************************************************************
       PROCESS-HELD-LINE.
           MOVE HD-LINE-IMAGE TO WS-IN-REC
              PERFORM FLUSH-OPEN-ORDER
           END-IF

           IF NOT WS-REV-ACTIVE
              OR HD-SRC NOT = CUR-REV-SRC
              OR ORDER-NO NOT = CUR-REV-ORDER-NO
              PERFORM CLOSE-ORDER-REVIEW
              PERFORM OPEN-ORDER-REVIEW
           END-IF

           IF WS-ACT-REJECT
              ADD 1 TO CNT-REJECTED
              MOVE 'ABANDONNEE (COMMANDE REJETEE)' TO R-MSG
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-ACT-CARRY
              PERFORM PRICE-HELD-LINE
              ADD LINE-AMOUNT TO WS-REV-AMOUNT
              ADD 1 TO WS-REV-LINES
              PERFORM WRITE-CARRIED-LINE
              IF WS-REV-FOUND AND HR-KEEP
                 MOVE 'CONSERVEE EN ATTENTE, LIGNE REPORTEE' TO R-MSG
              ELSE
                 MOVE 'EN ATTENTE DE DECISION, LIGNE REPORTEE'
                    TO R-MSG
              END-IF
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE CUST-NO TO H-C-NO-K
           EXEC SQL SELECT 1 FROM API9.CUSTOMERS
                      WHERE C_NO = :H-C-NO-K
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM PRICE-HELD-LINE
              ADD LINE-AMOUNT TO WS-REV-AMOUNT
              ADD 1 TO WS-REV-LINES
              MOVE 'Y' TO WS-REV-CARRIED-SW
              PERFORM WRITE-CARRIED-LINE
              MOVE 'CLIENT TOUJOURS INCONNU, LIGNE REPORTEE' TO R-MSG
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

      * COMMANDE DATEE D'UNE PERIODE EN CLOTURE OU FERMEE : LAISSEE
      * EN ATTENTE (REFUS) OU RECHARGEE AU PREMIER JOUR OUVERT
           MOVE FORMATTED-DATE TO WS-PER-ORIG-DATE
           CALL 'PERIODCK' USING WS-PER-ORIG-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'X'
              PERFORM PRICE-HELD-LINE
              ADD LINE-AMOUNT TO WS-REV-AMOUNT
              ADD 1 TO WS-REV-LINES
              MOVE 'Y' TO WS-REV-CARRIED-SW
              PERFORM WRITE-CARRIED-LINE
              MOVE 'PERIODE FERMEE, LIGNE LAISSEE EN ATTENTE' TO R-MSG
              PERFORM WRITE-REPORT-LINE
              MOVE 'RECHARGEMENT REFUSE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              EXIT PARAGRAPH
           END-IF

           IF HAS-OPEN-ORDER NOT = 'Y'
              MOVE ORDER-NO TO CUR-ORDER-NO
              MOVE CUST-NO  TO CUR-CUST-NO
              MOVE 'Y'      TO HAS-OPEN-ORDER
           END-IF

           MOVE 'C' TO WS-CS-MODE
           PERFORM PRICE-HELD-LINE
           MOVE 'P' TO WS-CS-MODE
           MOVE SPACES TO WS-CAMP-REFUSED
           IF WS-CAMP-CODE NOT = SPACES
              PERFORM IMPUTE-CAMPAIGN-BUDGET
           END-IF
           IF WS-PER-ACTION = 'R'
              MOVE WS-PER-POST-DATE TO FORMATTED-DATE
           END-IF

           PERFORM UPSERT-ORDERS
           IF SQLCODE NOT = 0

           ADD LINE-AMOUNT TO TOTAL-ORDER
           ADD 1 TO CNT-OK
           EVALUATE TRUE
              WHEN WS-CAMP-CODE NOT = SPACES
                 MOVE SPACES TO R-MSG
                 STRING 'RECHARGEE (PROMO ' WS-CAMP-CODE ')'
                    DELIMITED BY SIZE INTO R-MSG
                 END-STRING
              WHEN WS-CAMP-REFUSED NOT = SPACES
                 MOVE SPACES TO R-MSG
                 STRING 'RECHARGEE, BUDGET PROMO ' WS-CAMP-REFUSED
                        ' EPUISE'
                    DELIMITED BY SIZE INTO R-MSG
                 END-STRING
              WHEN WS-TIER-QTY > 0
                 MOVE WS-TIER-QTY TO WS-TIER-EDIT
                 MOVE SPACES TO R-MSG
                 STRING 'RECHARGEE (PALIER ' WS-TIER-EDIT ')'
                    DELIMITED BY SIZE INTO R-MSG
                 END-STRING
              WHEN OTHER
                 MOVE 'RECHARGEE' TO R-MSG
           END-EVALUATE
           IF WS-PER-ACTION = 'R'
              MOVE SPACES TO R-MSG
              STRING 'RECHARGEE, PERIODE FERMEE, DATEE DU '
                     WS-PER-POST-DATE
                 DELIMITED BY SIZE INTO R-MSG
              END-STRING
              MOVE 'RECHARGEMENT REPORTE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           PERFORM WRITE-REPORT-LINE
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
      * TRACE D'UNE LIGNE REFUSEE OU REPORTEE (FVBKPOST, EN AJOUT) :  *
      * REFERENCE = COMMANDE, MONTANT = TTC DE LA LIGNE               *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BKPOST-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BKPOST-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'RELHOLDS'       TO BP-PROGRAM
              MOVE WS-PER-ACTION    TO BP-ACTION
              MOVE WS-PER-ORIG-DATE TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE TO BP-POST-DATE
              MOVE SPACES           TO BP-REFERENCE
              MOVE ORDER-NO         TO BP-REFERENCE(1:7)
              MOVE LINE-AMOUNT      TO BP-AMOUNT
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-FS-BKPOST
           END-IF
           MOVE '00' TO WS-FS-BKPOST
           .

      *****************************************************************
      * VALORISATION DE LA LIGNE (PRIX DE L'IMAGE, SINON CATALOGUE    *
      * AJUSTE DU PALIER, PLUS TVA DE LA SOURCE) : LINE-AMOUNT = TTC  *
      *****************************************************************
       PRICE-HELD-LINE.
           MOVE 0 TO WS-TIER-QTY
           MOVE SPACES TO WS-CAMP-CODE
           MOVE 0 TO WS-CAMP-DISC
           IF PRICE = 0
              PERFORM READ-CATALOG-PRICE
              MOVE CAT-PRICE TO PRICE-FORMATTED
              PERFORM APPLY-PRICE-TIER
              PERFORM APPLY-CAMPAIGN
           ELSE
              COMPUTE PRICE-FORMATTED = PRICE / 100
           END-IF
           PERFORM COMPUTE-HELD-AMOUNT
           .

       COMPUTE-HELD-AMOUNT.
           PERFORM FIND-SOURCE-VAT
           COMPUTE LINE-AMOUNT = QUANTITY * PRICE-FORMATTED
           COMPUTE TAX-AMOUNT ROUNDED = LINE-AMOUNT * WS-VAT-RATE
           ADD TAX-AMOUNT TO LINE-AMOUNT
           .

      *****************************************************************
      * DEBUT D'UNE COMMANDE : LECTURE DE SON ENREGISTREMENT DE REVUE *
      * (SOURCE + NUMERO) ; ABSENT (ATTENTE DU JOUR) OU SANS DECISION *
      * OU CONSERVEE = REPORT, LIBEREE = RECHARGEMENT, REJETEE =      *
      * ABANDON                                                       *
      *****************************************************************
       OPEN-ORDER-REVIEW.
           MOVE 'Y'            TO WS-REV-ACTIVE-SW
           MOVE HD-SRC         TO CUR-REV-SRC
           MOVE ORDER-NO       TO CUR-REV-ORDER-NO
           MOVE CUST-NO        TO WS-REV-CUST-NO
           MOVE FORMATTED-DATE TO WS-REV-ORDER-DATE
           MOVE HD-REASON      TO WS-REV-REASON
           MOVE +0             TO WS-REV-AMOUNT
           MOVE 0              TO WS-REV-LINES
           MOVE 'N'            TO WS-REV-CARRIED-SW
           MOVE 'N'            TO WS-REV-BACKORD-SW
           MOVE SPACES         TO WS-REV-APPROVER WS-REV-COMMENT
           MOVE 'K'            TO WS-REV-ACTION
           MOVE 'N'            TO WS-REV-FOUND-SW

           MOVE HD-SRC   TO HR-SRC
           MOVE ORDER-NO TO HR-ORDER-NO
           READ REVIEW-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF NOT WS-REVIEW-OK
              DISPLAY 'ERREUR LECTURE FICHIER DE REVUE ' HR-KEY
                      ' STATUS ' WS-FS-REVIEW
              ADD 1 TO CNT-ERR
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'         TO WS-REV-FOUND-SW
           MOVE HR-APPROVER TO WS-REV-APPROVER
           MOVE HR-COMMENT  TO WS-REV-COMMENT
           EVALUATE TRUE
              WHEN HR-RELEASE
                 MOVE 'R' TO WS-REV-ACTION
              WHEN HR-REJECT
                 MOVE 'J' TO WS-REV-ACTION
              WHEN OTHER
                 MOVE 'K' TO WS-REV-ACTION
           END-EVALUATE
           .

      *****************************************************************
      * FIN D'UNE COMMANDE : SUPPRESSION DE L'ENREGISTREMENT DE REVUE *
      * ET ACCUSE A LA SOURCE SI ELLE A ETE RECHARGEE OU ABANDONNEE ; *
      * SINON INSCRIPTION OU MISE A JOUR (CLIENT, MONTANT TTC DU      *
      * JOUR, NOMBRE DE LIGNES, MOTIF) EN CONSERVANT LA DECISION      *
      *****************************************************************
       CLOSE-ORDER-REVIEW.
           IF NOT WS-REV-ACTIVE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REV-ACTIVE-SW

           EVALUATE TRUE
              WHEN WS-ACT-RELOAD AND NOT WS-REV-CARRIED
                 ADD 1 TO CNT-REL-ORDERS
                 IF WS-REV-BACKORD
                    MOVE 'BACKORD ' TO WS-ACK-DISP
                 ELSE
                    MOVE 'CHARGEE ' TO WS-ACK-DISP
                 END-IF
                 PERFORM RECORD-ORDER-ACK
                 PERFORM DELETE-ORDER-REVIEW
                 MOVE 'COMMANDE LIBEREE PAR ' TO R-MSG
                 PERFORM WRITE-DECISION-LINE
              WHEN WS-ACT-REJECT
                 ADD 1 TO CNT-REJ-ORDERS
                 MOVE 'REJETEE ' TO WS-ACK-DISP
                 PERFORM RECORD-ORDER-ACK
                 PERFORM DELETE-ORDER-REVIEW
                 MOVE 'COMMANDE REJETEE PAR ' TO R-MSG
                 PERFORM WRITE-DECISION-LINE
              WHEN OTHER
                 ADD 1 TO CNT-PENDING-ORDERS
                 PERFORM SAVE-ORDER-REVIEW
           END-EVALUATE
           .

       DELETE-ORDER-REVIEW.
           MOVE CUR-REV-SRC      TO HR-SRC
           MOVE CUR-REV-ORDER-NO TO HR-ORDER-NO
           DELETE REVIEW-FILE
              INVALID KEY
                 DISPLAY 'ENREGISTREMENT DE REVUE DEJA SUPPRIME '
                         HR-KEY
           END-DELETE
           .

      * UNE COMMANDE LIBEREE MAIS REPORTEE (CLIENT DISPARU) REVIENT
      * SANS DECISION : LA LIBERATION NE VAUT PAS POUR UN AUTRE CLIENT
       SAVE-ORDER-REVIEW.
           IF NOT WS-REV-FOUND
              MOVE SPACES           TO CRHOLD03-REC
              MOVE CUR-REV-SRC      TO HR-SRC
              MOVE CUR-REV-ORDER-NO TO HR-ORDER-NO
              MOVE WS-TODAY-DATE    TO HR-HELD-DATE
              MOVE SPACE            TO HR-DECISION
           END-IF
           MOVE WS-REV-CUST-NO    TO HR-CUST-NO
           MOVE WS-REV-ORDER-DATE TO HR-ORDER-DATE
           MOVE WS-REV-AMOUNT     TO HR-AMOUNT
           MOVE WS-REV-LINES      TO HR-LINE-COUNT
           MOVE WS-REV-REASON     TO HR-REASON
           IF WS-REV-CARRIED
              MOVE 'CLIENT INCONNU AU RECHARGEMENT' TO HR-REASON
              MOVE SPACE  TO HR-DECISION
              MOVE SPACES TO HR-APPROVER HR-DECISION-TS
           END-IF
           IF WS-REV-FOUND
              REWRITE CRHOLD03-REC
                 INVALID KEY
                    DISPLAY 'ERREUR MAJ FICHIER DE REVUE ' HR-KEY
                    ADD 1 TO CNT-ERR
              END-REWRITE
           ELSE
              WRITE CRHOLD03-REC
                 INVALID KEY
                    DISPLAY 'ERREUR AJOUT FICHIER DE REVUE ' HR-KEY
                    ADD 1 TO CNT-ERR
              END-WRITE
           END-IF
           .

      * LIGNE DE RAPPORT DE LA DECISION : APPROBATEUR ET COMMENTAIRE
       WRITE-DECISION-LINE.
           STRING R-MSG DELIMITED BY '  '
                  ' ' WS-REV-APPROVER DELIMITED BY SIZE
                  ' : ' WS-REV-COMMENT DELIMITED BY SIZE
              INTO WS-DECISION-MSG
           END-STRING
           MOVE WS-DECISION-MSG TO R-MSG
           MOVE SPACES TO WS-DECISION-MSG
           MOVE CUR-REV-SRC      TO R-SRC
           MOVE CUR-REV-ORDER-NO TO R-ONO
           MOVE WS-REV-CUST-NO   TO R-CNO
           MOVE SPACES           TO R-PNO
           WRITE REPORT-REC FROM RPT-LINE
           .

      *****************************************************************
      * ACCUSE DE LA COMMANDE TRAITEE, RANGE PAR RANG DE SOURCE       *
      * (POSITION DANS FVSRCCTL, COMME DANS IMPVENTS)                 *
      *****************************************************************
       RECORD-ORDER-ACK.
           MOVE 0 TO WS-CUR-SRC-IDX
           PERFORM VARYING SRC-IX FROM 1 BY 1
                   UNTIL SRC-IX > WS-SOURCE-COUNT
              IF WS-SR-CODE(SRC-IX) = CUR-REV-SRC
                 AND WS-CUR-SRC-IDX = 0
                 SET WS-CUR-SRC-IDX TO SRC-IX
              END-IF
           END-PERFORM
           IF WS-CUR-SRC-IDX = 0
              DISPLAY 'SOURCE ' CUR-REV-SRC ' INCONNUE, PAS D''ACCUSE '
                      'POUR ' CUR-REV-ORDER-NO
              EXIT PARAGRAPH
           END-IF
           IF WS-ACK-COUNT >= WS-ACK-MAX
              DISPLAY 'TABLE DES ACCUSES PLEINE, ACCUSE PERDU POUR '
                      CUR-REV-ORDER-NO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACK-COUNT
           MOVE CUR-REV-ORDER-NO TO WS-AK-ORDER-NO(WS-ACK-COUNT)
           MOVE WS-CUR-SRC-IDX   TO WS-AK-SRC-IDX(WS-ACK-COUNT)
           MOVE WS-ACK-DISP      TO WS-AK-DISP(WS-ACK-COUNT)
           .

      *****************************************************************
      * ECRITURE DES ACCUSES PAR RANG DE SOURCE, A LA SUITE DE CEUX   *
      * D'IMPVENTS (OUVERTURE EN AJOUT, CREATION SI ABSENT) ; SEULS   *
      * LES EMPLACEMENTS AYANT DES ACCUSES SONT OUVERTS               *
      *****************************************************************
       WRITE-ACK-FILES.
           PERFORM VARYING WS-CUR-SRC-IDX FROM 1 BY 1
                   UNTIL WS-CUR-SRC-IDX > 4
              PERFORM WRITE-ACK-ONE-SLOT
           END-PERFORM
           DISPLAY 'ACCUSES DE TRAITEMENT ECRITS: ' CNT-ACK-WRITTEN
           .

       WRITE-ACK-ONE-SLOT.
           MOVE 'N' TO WS-SLOT-USED-SW
           PERFORM VARYING AK-IX FROM 1 BY 1
                   UNTIL AK-IX > WS-ACK-COUNT
              IF WS-AK-SRC-IDX(AK-IX) = WS-CUR-SRC-IDX
                 OR (WS-CUR-SRC-IDX = 4 AND WS-AK-SRC-IDX(AK-IX) > 4)
                 MOVE 'Y' TO WS-SLOT-USED-SW
              END-IF
           END-PERFORM
           IF NOT WS-SLOT-USED
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-CURRENT-ACK
           IF NOT WS-ACK-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER ACCUSES RANG '
                      WS-CUR-SRC-IDX ' ' WS-FS-ACK
              MOVE '00' TO WS-FS-ACK
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AK-IX FROM 1 BY 1
                   UNTIL AK-IX > WS-ACK-COUNT
              IF WS-AK-SRC-IDX(AK-IX) = WS-CUR-SRC-IDX
                 OR (WS-CUR-SRC-IDX = 4 AND WS-AK-SRC-IDX(AK-IX) > 4)
                 MOVE WS-AK-ORDER-NO(AK-IX) TO WS-AKW-ORDER-NO
                 MOVE WS-AK-DISP(AK-IX)     TO WS-AKW-DISP
                 MOVE FUNCTION CURRENT-DATE(1:20)
                    TO WS-AKW-TIMESTAMP
                 PERFORM WRITE-CURRENT-ACK
                 ADD 1 TO CNT-ACK-WRITTEN
              END-IF
           END-PERFORM
           PERFORM CLOSE-CURRENT-ACK
           .

       OPEN-CURRENT-ACK.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 OPEN EXTEND ACK01-FILE
              WHEN 2 OPEN EXTEND ACK02-FILE
              WHEN 3 OPEN EXTEND ACK03-FILE
              WHEN OTHER OPEN EXTEND ACK04-FILE
           END-EVALUATE
           IF NOT WS-ACK-OK
              EVALUATE WS-CUR-SRC-IDX
                 WHEN 1 OPEN OUTPUT ACK01-FILE
                 WHEN 2 OPEN OUTPUT ACK02-FILE
                 WHEN 3 OPEN OUTPUT ACK03-FILE
                 WHEN OTHER OPEN OUTPUT ACK04-FILE
              END-EVALUATE
           END-IF
           .

       WRITE-CURRENT-ACK.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 WRITE ACK01-REC FROM WS-ACK-WORK
              WHEN 2 WRITE ACK02-REC FROM WS-ACK-WORK
              WHEN 3 WRITE ACK03-REC FROM WS-ACK-WORK
              WHEN OTHER WRITE ACK04-REC FROM WS-ACK-WORK
           END-EVALUATE
           .

       CLOSE-CURRENT-ACK.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 CLOSE ACK01-FILE
              WHEN 2 CLOSE ACK02-FILE
              WHEN 3 CLOSE ACK03-FILE
              WHEN OTHER CLOSE ACK04-FILE
           END-EVALUATE
           MOVE '00' TO WS-FS-ACK
           .

       PARSE-LINE.
           MOVE WS-IN-REC(WS-LAY-ORDNO-POS:WS-LAY-ORDNO-LEN)
              TO ORDER-NO
           END-EXEC
           .

      *****************************************************************
      * PALIER DE QUANTITE SUR LE PRIX CATALOGUE (PRCTIER, MEME CHOIX *
      * QU'IMPVENTS ET ORDENT03) ; WS-TIER-QTY = PALIER RETENU        *
      *****************************************************************
       APPLY-PRICE-TIER.
           MOVE 0 TO WS-TIER-QTY
           IF WS-TIER-COUNT = 0 OR PRICE-FORMATTED NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE QUANTITY        TO WS-PT-QTY
           MOVE PRICE-FORMATTED TO WS-PT-BASE-PRICE
           CALL 'PRCTIER' USING PROD-NO WS-PT-QTY WS-PT-BASE-PRICE
                   WS-TIER-COUNT WS-TIER-TABLE WS-PT-UNIT-PRICE
                   WS-TIER-QTY
           IF WS-TIER-QTY > 0
              MOVE WS-PT-UNIT-PRICE TO PRICE-FORMATTED
           END-IF
           .

      *****************************************************************
      * CAMPAGNE PROMOTIONNELLE SUR LE PRIX CATALOGUE (AU PALIER) DE  *
      * LA LIGNE : CHOIX PAR CAMPSEL SELON PRODUIT, SOURCE ET DATE DE *
      * LA LIGNE, COMME A L'IMPORT (APPLY-CAMPAIGN DANS IMPVENTS).    *
      * WS-CS-MODE = 'C' POUR UNE LIGNE RECHARGEE, 'P' POUR UNE LIGNE *
      * REPORTEE (VALORISEE AU PRIX REMISE SANS TOUCHER AU BUDGET)    *
      *****************************************************************
       APPLY-CAMPAIGN.
           IF WS-CAMP-COUNT = 0 OR PRICE-FORMATTED NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE PRICE-FORMATTED TO WS-CAMP-BASE-PRICE
           MOVE QUANTITY        TO WS-PT-QTY
           MOVE PRICE-FORMATTED TO WS-PT-BASE-PRICE
           CALL 'CAMPSEL' USING WS-CS-MODE PROD-NO HD-SRC
                   FORMATTED-DATE WS-PT-QTY WS-PT-BASE-PRICE
                   WS-CAMP-COUNT WS-CAMP-TABLE WS-CAMP-CODE
                   WS-CS-UNIT-PRICE WS-CAMP-DISC
           IF WS-CAMP-CODE NOT = SPACES
              MOVE WS-CS-UNIT-PRICE TO PRICE-FORMATTED
           END-IF
           .

      *****************************************************************
      * IMPUTATION DE LA REMISE DE LA LIGNE RECHARGEE SUR LE BUDGET   *
      * DE SA CAMPAGNE, MEME MISE A JOUR GARDEE QU'IMPUTE-CAMPAIGN-   *
      * BUDGET DANS ORDENT03 : AUCUNE LIGNE MISE A JOUR = BUDGET      *
      * EPUISE PAR UN AUTRE TRAITEMENT DEPUIS LE PRECHARGEMENT ; LA   *
      * LIGNE EST ALORS RECHARGEE AU PRIX AVANT CAMPAGNE              *
      *****************************************************************
       IMPUTE-CAMPAIGN-BUDGET.
           MOVE WS-CAMP-CODE TO H-I-CAMP-CODE
           MOVE WS-CAMP-DISC TO H-I-CAMP-DISC
           EXEC SQL
              UPDATE API9.CAMPAIGNS
                 SET BUDGET_USED = COALESCE(BUDGET_USED,0)
                                 + :H-I-CAMP-DISC
               WHERE CAMP_CODE = :H-I-CAMP-CODE
                 AND COALESCE(BUDGET_USED,0) + :H-I-CAMP-DISC
                     <= BUDGET
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO CNT-CAMPAIGN
              ADD WS-CAMP-DISC TO WS-CAMP-DISC-TOTAL
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'BUDGET CAMPAGNE ' WS-CAMP-CODE
                      ' NON MIS A JOUR (SQLCODE ' SQLCODE ')'
           END-IF
           MOVE WS-CAMP-CODE       TO WS-CAMP-REFUSED
           MOVE SPACES             TO WS-CAMP-CODE
           MOVE 0                  TO WS-CAMP-DISC
           MOVE WS-CAMP-BASE-PRICE TO PRICE-FORMATTED
           PERFORM COMPUTE-HELD-AMOUNT
           .

       UPSERT-ORDERS.
           MOVE ORDER-NO       TO H-O-NO
           MOVE FORMATTED-DATE TO H-O-DATE
           MOVE QUANTITY        TO H-I-QTY
           MOVE PRICE-FORMATTED TO H-I-PRICE
           MOVE TAX-AMOUNT      TO H-I-TAX
           MOVE WS-TIER-QTY     TO H-I-TIER-QTY
           MOVE WS-CAMP-CODE    TO H-I-CAMP-CODE
           MOVE WS-CAMP-DISC    TO H-I-CAMP-DISC
           EXEC SQL
              UPDATE API9.ITEMS
                 SET QUANTITY   = :H-I-QTY,
                     PRICE      = :H-I-PRICE,
                     TAX_AMOUNT = :H-I-TAX,
                     TIER_QTY   = :H-I-TIER-QTY,
                     CAMP_CODE  = :H-I-CAMP-CODE,
                     CAMP_DISC  = :H-I-CAMP-DISC
               WHERE O_NO = :H-I-O-NO
                 AND P_NO = :H-I-P-NO
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO API9.ITEMS
                        (O_NO, P_NO, QUANTITY, PRICE, TAX_AMOUNT,
                         TIER_QTY, CAMP_CODE, CAMP_DISC)
                 VALUES (:H-I-O-NO, :H-I-P-NO, :H-I-QTY, :H-I-PRICE,
                         :H-I-TAX, :H-I-TIER-QTY, :H-I-CAMP-CODE,
                         :H-I-CAMP-DISC)
              END-EXEC
           END-IF
           .
                  WHERE P_NO = :H-STOCK-P-NO
              END-EXEC
              ADD 1 TO CNT-BACKORDER
              MOVE 'Y' TO WS-REV-BACKORD-SW
              PERFORM WRITE-BACKORDER-LINE
           ELSE
              MOVE QUANTITY TO H-STOCK-QTY

       FINI.
           EXEC SQL COMMIT END-EXEC
           PERFORM WRITE-ACK-FILES
           WRITE REPORT-REC FROM RPT-SEP
           MOVE CNT-READ    TO RS-READ
           MOVE CNT-OK      TO RS-OK
           MOVE CNT-CARRIED TO RS-CARRIED
           MOVE CNT-ERR     TO RS-ERR
           MOVE CNT-REJECTED TO RS-REJECTED
           WRITE REPORT-REC FROM RPT-SUM
           MOVE CNT-REL-ORDERS     TO RS-REL-ORDERS
           MOVE CNT-REJ-ORDERS     TO RS-REJ-ORDERS
           MOVE CNT-PENDING-ORDERS TO RS-PENDING-ORDERS
           WRITE REPORT-REC FROM RPT-SUM-ORDERS
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-REC FROM WS-TIMESTAMP-LINE
           CLOSE HELD-FILE
           CLOSE HELDNEW-FILE
           CLOSE BACKORDER-FILE
           CLOSE REPORT-FILE
           CLOSE REVIEW-FILE
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'FIN RELHOLDS  LUS:' CNT-READ
                   '  RECHARGES:' CNT-OK
                   '  REPORTES:' CNT-CARRIED
                   '  REJETES:' CNT-REJECTED
                   '  ERR:' CNT-ERR
           IF CNT-CAMPAIGN > 0
              DISPLAY 'LIGNES SOUS CAMPAGNE PROMO: ' CNT-CAMPAIGN
                      '  REMISE TOTALE: ' WS-CAMP-DISC-TOTAL
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
           MOVE 'RELHOLDS' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE CNT-READ TO RH-RECORDS-READ
           MOVE CNT-OK   TO RH-RECORDS-OK
           MOVE CNT-ERR  TO RH-RECORDS-ERROR
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
