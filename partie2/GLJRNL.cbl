      * OBJECTIF  : LA COMPTABILITE RESSAISISSAIT LE GRAND LIVRE A LA *
      *             MAIN DEPUIS CINQ LISTINGS FREPORT : VENTES ET TVA *
      *             DES COMMANDES CHARGEES PAR IMPVENTS, COUT DES     *
      *             MARCHANDISES AU COUT MOYEN PONDERE D'IMPRECPT     *
      *             (API9.PRODUCTS.AVG_COST, A DEFAUT API7.PRODUCTS.  *
      *             COST), PERTES SUR RETOURS DE FVWROFF,             *
      *             ENCAISSEMENTS D'IMPREGLS.                         *
      *             CE PROGRAMME DE FIN DE CHAINE TRANSFORME LA NUIT  *
      *             (CARTE SYSIN DATE=, CONVENTION TRIALBAL) EN UN    *
      *             FICHIER D'ECRITURES DEBIT/CREDIT EQUILIBRE        *
      *             CREDITS DIVERGENT, AUCUNE ECRITURE N'EST EMISE ET *
      *             LE RUN SE TERMINE EN RETURN-CODE 8 : UN JOURNAL   *
      *             DESEQUILIBRE NE PART JAMAIS EN COMPTABILITE.      *
      *             LES RISTOURNES CLIENTS DU LOT REBATE DE LA NUIT   *
      *             (FVRBJRN ENTIER) SONT AUSSI REPRISES : PROVISION  *
      *             MENSUELLE (RISTOURNES ACCORDEES 709700 CONTRE     *
      *             AVOIRS A ETABLIR 419800) ET REGLEMENT ANNUEL      *
      *             (REPRISE DE LA PROVISION, CREDIT CLIENT, ECART EN *
      *             709700).                                          *
      *             LES VIREMENTS FOURNISSEURS D'APPAYRUN (FNAPJRN)   *
      *             DATES DE LA NUIT SONT PASSES AU DEBIT DES         *
      *             FOURNISSEURS 401000 CONTRE CREDIT BANQUE.         *
      *             LE PORT FACTURE PAR SHIPMANF SUR LES COMMANDES DE *
      *             LA NUIT EST PASSE AU DEBIT CLIENT CONTRE PRODUITS *
      *             DE PORT 708500 ET TVA COLLECTEE.                  *
      *             LES ECARTS DE CHANGE REALISES SUR LES REGLEMENTS  *
      *             EN DEVISE (FVFXDIF D'IMPREGLS ET SUSPREL) SONT    *
      *             PASSES EN GAIN DE CHANGE 766000 (DEBIT BANQUE) OU *
      *             EN PERTE DE CHANGE 666000 (CREDIT BANQUE) : LA    *
      *             BANQUE PORTE AINSI LE MONTANT REELLEMENT ENCAISSE.*
      *             L'EXTRACTION FAIT PARTIE DE LA CLOTURE MENSUELLE  *
      *             (PERCLOSE) : ELLE RESTE PERMISE SUR UNE PERIODE   *
      *             EN CLOTURE, MAIS UNE NUIT D'UNE PERIODE FERMEE    *
      *             (FVPERST) EST REFUSEE OU DATEE DU PREMIER JOUR    *
      *             OUVERT (JR-DATE) SELON LE MODE DE LA PERIODE,     *
      *             AVEC TRACE DANS FVBKPOST. CHAQUE RUN EST INSCRIT  *
      *             DANS LE JOURNAL COMMUN DES EXECUTIONS (FRUNHST).  *
      *             LES COMPTES NE SONT PLUS CODES EN DUR : CHAQUE    *
      *             ECRITURE EST IMPUTEE SELON LE FICHIER DE REGLES   *
      *             D'IMPUTATION FVGLRULE (TYPE DE MOUVEMENT, SOURCE  *
      *             DE VENTE FVSRCCTL, FAMILLE DE PRODUITS, ENTREPOT  *
      *             -> COMPTE ET CENTRE DE COUTS), LES COMPTES ETANT  *
      *             CONTROLES CONTRE LE PLAN DE COMPTES FVGLACCT. LA  *
      *             REGLE LA PLUS PRECISE L'EMPORTE ; UNE COMBINAISON *
      *             SANS REGLE PASSE EN COMPTE D'ATTENTE 471000 ET    *
      *             EST LISTEE SUR LE RAPPORT (RETURN-CODE 4).        *
      * ENTREE    : SYSIN (DATE= OBLIGATOIRE), FVWROFF (PERTES,       *
      *             FACULTATIF), FVPAYAPP (REGLEMENTS IMPUTES,        *
      *             FACULTATIF), FVRBJRN (RISTOURNES, FACULTATIF),    *
      *             FNAPJRN (VIREMENTS FOURNISSEURS, FACULTATIF),     *
      *             FVFXDIF (ECARTS DE CHANGE, FACULTATIF),           *
      *             FVPERST (STATUT DES PERIODES, FACULTATIF),        *
      *             FVGLACCT (PLAN DE COMPTES), FVGLRULE (REGLES      *
      *             D'IMPUTATION), BASE DB2 (API9 DONT AVG_COST +     *
      *             API7.PRODUCTS COST ET FAMILY)                     *
      * SORTIE    : FVGLJRN (ECRITURES AVEC CENTRE DE COUTS),         *
      *             RAPPORT (FREPORT),                                *
      *             FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT),       *
      *             FRUNHST (JOURNAL DES EXECUTIONS, AJOUT),          *
      *             FVCLOSEV (PREUVES DE CLOTURE, AJOUT)              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAYAPP.

           SELECT REBATE-FILE
               ASSIGN TO FVRBJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REBATE.

           SELECT APPAY-FILE
               ASSIGN TO FNAPJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APPAY.

           SELECT FXDIFF-FILE
               ASSIGN TO FVFXDIF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FXDIFF.

      * PLAN DE COMPTES ET REGLES D'IMPUTATION (TENUS PAR LA
      * COMPTABILITE, OBLIGATOIRES)
           SELECT GLACCT-FILE
               ASSIGN TO FVGLACCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GLACCT.

           SELECT GLRULE-FILE
               ASSIGN TO FVGLRULE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GLRULE.

           SELECT JOURNAL-FILE
               ASSIGN TO FVGLJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

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

      * PREUVES DES ETAPES DE CLOTURE (UN ENREGISTREMENT AJOUTE PAR
      * RUN, AVEC LA DATE ARRETEE) ; PERCLOSE Y CHERCHE L'ETAPE DE LA
      * PERIODE A FERMER
           SELECT CLOSEV-FILE
               ASSIGN TO FVCLOSEV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
           05 FILLER                  PIC X(1).
           05 PA-REFERENCE            PIC X(10).

      * MEME DISPOSITION QUE RBJRN-RECORD DANS REBATE
       FD  REBATE-FILE.
       01  REBATE-RECORD.
           05 RB-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 RB-TYPE                 PIC X(1).
           05 FILLER                  PIC X(1).
           05 RB-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 RB-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1).
           05 RB-PURCHASES            PIC S9(11)V99.
           05 FILLER                  PIC X(1).
           05 RB-PCT                  PIC 99V99.
           05 FILLER                  PIC X(1).
           05 RB-EARNED               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RB-ACCRUED              PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RB-AMOUNT               PIC S9(9)V99.

      * MEME DISPOSITION QUE APJRN-RECORD DANS APPAYRUN
       FD  APPAY-FILE.
       01  APPAY-RECORD.
           05 AJ-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 AJ-SUP-NO               PIC X(4).
           05 FILLER                  PIC X(1).
           05 AJ-PAY-REF              PIC X(10).
           05 FILLER                  PIC X(1).
           05 AJ-AMOUNT               PIC S9(9)V99.

      * MEME DISPOSITION QUE FXDIFF-RECORD DANS IMPREGLS
       FD  FXDIFF-FILE.
       01  FXDIFF-RECORD.
           05 FX-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 FX-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 FX-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 FX-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 FX-CURRENCY             PIC X(2).
           05 FILLER                  PIC X(1).
           05 FX-F-AMOUNT             PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 FX-INV-RATE             PIC 9V9(6).
           05 FILLER                  PIC X(1).
           05 FX-PAY-RATE             PIC 9V9999.
           05 FILLER                  PIC X(1).
           05 FX-CLEARED              PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 FX-RECEIVED             PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 FX-DIFF                 PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 FX-SOURCE               PIC X(8).

      * PLAN DE COMPTES : COMPTE, LIBELLE, ETAT (A = ACTIF, I =
      * INACTIF, BLANC = ACTIF)
       FD  GLACCT-FILE.
       01  GLACCT-RECORD.
           05 GA-ACCOUNT              PIC X(6).
           05 FILLER                  PIC X(1).
           05 GA-LABEL                PIC X(30).
           05 FILLER                  PIC X(1).
           05 GA-STATUS               PIC X(1).

      * REGLE D'IMPUTATION : TYPE DE MOUVEMENT (RECV CLIENTS, SALE
      * VENTES, VAT TVA COLLECTEE, COGS COUT DES VENTES, STCK STOCK,
      * BANK BANQUE, WOFF PERTES, RETN RETOURS, RBAT RISTOURNES,
      * RBAC AVOIRS A ETABLIR, PAYB FOURNISSEURS, FRGT PORT, FXGN
      * GAIN DE CHANGE, FXLS PERTE DE CHANGE), PUIS SOURCE, FAMILLE
      * ET ENTREPOT (BLANC = TOUS) -> COMPTE ET CENTRE DE COUTS
       FD  GLRULE-FILE.
       01  GLRULE-RECORD.
           05 GR-TXN-TYPE             PIC X(4).
           05 FILLER                  PIC X(1).
           05 GR-SRC                  PIC X(2).
           05 FILLER                  PIC X(1).
           05 GR-FAMILY               PIC X(4).
           05 FILLER                  PIC X(1).
           05 GR-LOC                  PIC X(2).
           05 FILLER                  PIC X(1).
           05 GR-ACCOUNT              PIC X(6).
           05 FILLER                  PIC X(1).
           05 GR-COST-CENTRE          PIC X(6).

      * ECRITURE COMPTABLE : COMPTE, DATE, SENS D/C, MONTANT,
      * PROGRAMME A L'ORIGINE DU FLUX, REFERENCE COMMANDE/CLIENT,
      * CENTRE DE COUTS DE LA REGLE D'IMPUTATION
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-ACCOUNT              PIC X(6).
           05 JR-SOURCE               PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 JR-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 JR-COST-CENTRE          PIC X(6).

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

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-START-TS             PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-READ         PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-OK           PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-ERROR        PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-STATUS-CODE          PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RETURN-CODE          PIC 9(2).

      * MEME DISPOSITION QUE CLOSEV-RECORD DANS PERCLOSE
       FD  CLOSEV-FILE.
       01  CLOSEV-RECORD.
           05 CE-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-ASOF-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-RETURN-CODE          PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       01  WS-FS-PAYAPP               PIC XX VALUE SPACES.
           88 WS-PAYAPP-OK                  VALUE '00'.
           88 WS-PAYAPP-EOF                 VALUE '10'.
       01  WS-FS-REBATE               PIC XX VALUE SPACES.
           88 WS-REBATE-OK                  VALUE '00'.
           88 WS-REBATE-EOF                 VALUE '10'.
       01  WS-FS-APPAY                PIC XX VALUE SPACES.
           88 WS-APPAY-OK                   VALUE '00'.
           88 WS-APPAY-EOF                  VALUE '10'.
       01  WS-FS-FXDIFF               PIC XX VALUE SPACES.
           88 WS-FXDIFF-OK                  VALUE '00'.
           88 WS-FXDIFF-EOF                 VALUE '10'.
       01  WS-FS-GLACCT               PIC XX VALUE SPACES.
           88 WS-GLACCT-OK                  VALUE '00'.
           88 WS-GLACCT-EOF                 VALUE '10'.
       01  WS-FS-GLRULE               PIC XX VALUE SPACES.
           88 WS-GLRULE-OK                  VALUE '00'.
           88 WS-GLRULE-EOF                 VALUE '10'.
       01  WS-FS-JOURNAL              PIC XX VALUE SPACES.
           88 WS-JOURNAL-OK                 VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-FS-PERST                PIC XX VALUE SPACES.
           88 WS-PERST-OK                   VALUE '00'.
           88 WS-PERST-EOF                  VALUE '10'.
       01  WS-FS-BKPOST               PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                  VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.
       01  WS-CE-STATUS               PIC XX VALUE SPACES.
           88 WS-CE-OK                      VALUE '00'.

      * HORODATAGE DE DEBUT DE RUN, REPRIS DANS LE JOURNAL COMMUN
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-SQL-EOF-SW              PIC X  VALUE 'N'.
      * DATE DE LA NUIT EXTRAITE (CARTE SYSIN DATE=, OBLIGATOIRE)
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.

      * PERIODES FERMEES (FVPERST) EN TABLE POUR PERIODCK : SEULES
      * LES PERIODES 'F' SONT CHARGEES, L'EXTRACTION ETANT ELLE-MEME
      * UNE ETAPE DE LA CLOTURE D'UNE PERIODE EN CLOTURE. LA DATE
      * D'ECRITURE EST LA NUIT EXTRAITE OU LA DATE DE REPORT RENDUE
       01  WS-PER-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-PER-MAX                 PIC 9(3)  VALUE 120.
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES.
              10 WS-PE-PERIOD         PIC X(7).
              10 WS-PE-STATUS         PIC X(1).
              10 WS-PE-BACKPOST       PIC X(1).
       01  WS-PER-POST-DATE           PIC X(10) VALUE SPACES.
       01  WS-PER-ACTION              PIC X     VALUE 'P'.

      * PLAN DE COMPTES (FVGLACCT) EN TABLE : CONTROLE DES COMPTES
      * DES REGLES ET LIBELLES DU RAPPORT
       01  WS-COA-TABLE.
           05 WS-CA-ENTRY OCCURS 1000 TIMES INDEXED BY CA-IX.
              10 WS-CA-ACCOUNT        PIC X(6).
              10 WS-CA-LABEL          PIC X(30).
              10 WS-CA-STATUS         PIC X(1).
       01  WS-COA-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-COA-MAX                 PIC 9(4) VALUE 1000.
       01  WS-COA-FOUND               PIC 9(4) VALUE ZERO.

      * REGLES D'IMPUTATION (FVGLRULE) EN TABLE ; WS-RL-SCORE EST LE
      * NOMBRE DE CRITERES RENSEIGNES + 1 : LA REGLE APPLICABLE LA
      * PLUS PRECISE L'EMPORTE, LA PREMIERE DU FICHIER A EGALITE
       01  WS-RULE-TABLE.
           05 WS-RL-ENTRY OCCURS 500 TIMES INDEXED BY RL-IX.
              10 WS-RL-TYPE           PIC X(4).
              10 WS-RL-SRC            PIC X(2).
              10 WS-RL-FAMILY         PIC X(4).
              10 WS-RL-LOC            PIC X(2).
              10 WS-RL-ACCOUNT        PIC X(6).
              10 WS-RL-COST-CENTRE    PIC X(6).
              10 WS-RL-SCORE          PIC 9(1).
       01  WS-RULE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RULE-MAX                PIC 9(3) VALUE 500.
       01  WS-RULES-REJECTED          PIC 9(3) VALUE ZERO.
       01  WS-RULE-BEST               PIC 9(3) VALUE ZERO.
       01  WS-RULE-BEST-SCORE         PIC 9(1) VALUE ZERO.

      * CRITERES DE L'ECRITURE A IMPUTER (BLANCS HORS VENTES)
       01  WS-RULE-KEY.
           05 WS-RK-TYPE              PIC X(4).
           05 WS-RK-SRC               PIC X(2).
           05 WS-RK-FAMILY            PIC X(4).
           05 WS-RK-LOC               PIC X(2).

      * COMPTE D'ATTENTE DES COMBINAISONS SANS REGLE
       01  WS-ACC-SUSPENSE            PIC X(6) VALUE '471000'.

      * COMBINAISONS SANS REGLE, LISTEES SUR LE RAPPORT
       01  WS-UNM-TABLE.
           05 WS-UN-ENTRY OCCURS 200 TIMES INDEXED BY UN-IX.
              10 WS-UN-KEY            PIC X(12).
              10 WS-UN-COUNT          PIC 9(5).
              10 WS-UN-AMOUNT         PIC S9(13)V99 COMP-3.
       01  WS-UNM-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-UNM-MAX                 PIC 9(3) VALUE 200.
       01  WS-UNM-FOUND               PIC 9(3) VALUE ZERO.

      * DERNIERE COMMANDE COMPTEE (UNE COMMANDE PEUT DONNER PLUSIEURS
      * LIGNES DE CURSEUR, UNE PAR FAMILLE ET ENTREPOT)
       01  WS-LAST-O-NO               PIC 9(7) VALUE ZERO.

      * TABLE DES ECRITURES DE LA NUIT : LE FICHIER N'EST ECRIT QUE
      * SI L'ENSEMBLE EST EQUILIBRE (REJET EN BLOC SINON)
              10 WS-JR-AMOUNT         PIC S9(11)V99 COMP-3.
              10 WS-JR-SOURCE         PIC X(8).
              10 WS-JR-REFERENCE      PIC X(10).
              10 WS-JR-COST-CENTRE    PIC X(6).
       01  WS-JRN-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-JRN-MAX                 PIC 9(5) VALUE 20000.
       01  WS-OVERFLOW-SW             PIC X  VALUE 'N'.
       01  WS-POST-AMOUNT             PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-POST-SOURCE             PIC X(8)  VALUE SPACES.
       01  WS-POST-REFERENCE          PIC X(10) VALUE SPACES.
       01  WS-POST-COST-CENTRE        PIC X(6)  VALUE SPACES.

      * TOTAUX DE CONTROLE
       01  WS-TOTAL-DEBIT             PIC S9(13)V99 COMP-3 VALUE +0.

      * TOTAUX PAR COMPTE POUR LE RAPPORT
       01  WS-ACC-TABLE.
           05 WS-AC-ENTRY OCCURS 200 TIMES INDEXED BY AC-IX.
              10 WS-AC-ACCOUNT        PIC X(6).
              10 WS-AC-DEBIT          PIC S9(13)V99 COMP-3.
              10 WS-AC-CREDIT         PIC S9(13)V99 COMP-3.
       01  WS-ACC-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-ACC-MAX                 PIC 9(3) VALUE 200.
       01  WS-ACC-FOUND               PIC 9(3) VALUE ZERO.

      * GRANDEURS DE TRAVAIL (VALEURS ABSOLUES DES RETOURS)
       01  WS-ABS-NET                 PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-COGS-POSTED          PIC 9(7)  VALUE ZERO.
           05 WS-WRITEOFFS-POSTED     PIC 9(7)  VALUE ZERO.
           05 WS-PAYMENTS-POSTED      PIC 9(7)  VALUE ZERO.
           05 WS-REBATES-POSTED       PIC 9(7)  VALUE ZERO.
           05 WS-SUP-PAYMENTS-POSTED  PIC 9(7)  VALUE ZERO.
           05 WS-FREIGHT-POSTED       PIC 9(7)  VALUE ZERO.
           05 WS-FX-DIFFS-POSTED      PIC 9(7)  VALUE ZERO.
           05 WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.

      * MESSAGES DE RAPPORT
              10 FILLER               PIC X(19)     VALUE
                 'NUIT EXTRAITE    : '.
              10 WS-RPT-DATE          PIC X(10).
              10 FILLER               PIC X(20)     VALUE
                 '   DATE D''ECRITURE: '.
              10 WS-RPT-POST-DATE     PIC X(10).
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-ACC-LINE.
              10 FILLER               PIC X(9)      VALUE 'COMPTE : '.
              10 WS-RPT-ACCOUNT       PIC X(6).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-ACC-LABEL     PIC X(30).
              10 FILLER               PIC X(10)     VALUE '  DEBIT : '.
              10 WS-RPT-DEBIT         PIC -(10)9,99.
              10 FILLER               PIC X(11)     VALUE
              10 FILLER               PIC X(18)     VALUE
                 ' - ENCAISSEMENTS: '.
              10 WS-RPT-PAYMENTS      PIC ZZ,ZZ9.
           05 WS-REBATE-SUM-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'RISTOURNES CLIENTS  : '.
              10 WS-RPT-REBATES       PIC ZZZ,ZZ9.
              10 FILLER               PIC X(26)     VALUE
                 ' - VIREMENTS FOURNISSEURS:'.
              10 WS-RPT-SUP-PAYMENTS  PIC ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - PORTS FACTURES:'.
              10 WS-RPT-FREIGHT       PIC ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - ECARTS CHANGE:'.
              10 WS-RPT-FX-DIFFS      PIC ZZZ,ZZ9.
           05 WS-UNM-TITLE-LINE       PIC X(132)    VALUE
                 'COMBINAISONS SANS REGLE D''IMPUTATION (PASSEES EN COMP
      -          'TE D''ATTENTE 471000)'.
           05 WS-UNM-LINE.
              10 FILLER               PIC X(7)      VALUE 'TYPE : '.
              10 WS-RPT-UN-TYPE       PIC X(4).
              10 FILLER               PIC X(11)     VALUE
                 '  SOURCE : '.
              10 WS-RPT-UN-SRC        PIC X(2).
              10 FILLER               PIC X(12)     VALUE
                 '  FAMILLE : '.
              10 WS-RPT-UN-FAMILY     PIC X(4).
              10 FILLER               PIC X(13)     VALUE
                 '  ENTREPOT : '.
              10 WS-RPT-UN-LOC        PIC X(2).
              10 FILLER               PIC X(13)     VALUE
                 '  ECRITURES: '.
              10 WS-RPT-UN-COUNT      PIC ZZ,ZZ9.
              10 FILLER               PIC X(11)     VALUE
                 '  MONTANT: '.
              10 WS-RPT-UN-AMOUNT     PIC -(10)9,99.
           05 WS-RULES-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'REGLES D''IMPUTATION : '.
              10 WS-RPT-RULES         PIC ZZ9.
              10 FILLER               PIC X(16)     VALUE
                 ' - REJETEES  : '.
              10 WS-RPT-RULES-REJ     PIC ZZ9.
              10 FILLER               PIC X(24)     VALUE
                 ' - COMPTES AU PLAN   : '.
              10 WS-RPT-COA           PIC Z,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
       01  H-NET                      PIC S9(11)V99 USAGE COMP-3.
       01  H-VAT                      PIC S9(11)V99 USAGE COMP-3.
       01  H-COGS                     PIC S9(11)V99 USAGE COMP-3.
      * CRITERES D'IMPUTATION DE LA LIGNE : SOURCE DE VENTE
      * (API9.ORDERS.SRC), FAMILLE DE PRODUITS (COLONNE FAMILY SUR
      * API7.PRODUCTS, EXTENSION DE SCHEMA) ET ENTREPOT DE SORTIE
      * (API9.LOC_ISSUE, LE PREMIER EN ORDRE DE CODE SI LA LIGNE A
      * ETE SERVIE PAR PLUSIEURS ENTREPOTS)
       01  H-SRC                      PIC XX.
       01  H-FAMILY                   PIC X(4).
       01  H-LOC                      PIC XX.

      * VENTES DE LA NUIT : NET ET TVA PAR COMMANDE, SOURCE, FAMILLE
      * ET ENTREPOT (MEME PERIMETRE QUE ORD-SUM-CURSOR DE TRIALBAL,
      * LES AVOIRS SONT EXTRAITS A LEUR DATE DE RETOUR PAR
      * RET-SUM-CURSOR)
           EXEC SQL
               DECLARE ORD-SUM-CURSOR CURSOR FOR
               SELECT O.O_NO, O.C_NO, COALESCE(O.SRC,'  '),
                      COALESCE(P.FAMILY,'    '), COALESCE(L.LOC,'  '),
                      SUM(I.QUANTITY * I.PRICE),
                      SUM(COALESCE(I.TAX_AMOUNT,0))
                 FROM API9.ORDERS O, API9.ITEMS I
                 LEFT OUTER JOIN API7.PRODUCTS P
                   ON P.P_NO = I.P_NO
                 LEFT OUTER JOIN
                      (SELECT O_NO, P_NO, MIN(LOC) AS LOC
                         FROM API9.LOC_ISSUE
                        GROUP BY O_NO, P_NO) L
                   ON L.O_NO = I.O_NO
                  AND L.P_NO = I.P_NO
                WHERE I.O_NO = O.O_NO
                  AND I.QUANTITY > 0
                  AND O.O_DATE = :H-RUN-DATE
                GROUP BY O.O_NO, O.C_NO, COALESCE(O.SRC,'  '),
                      COALESCE(P.FAMILY,'    '), COALESCE(L.LOC,'  ')
                ORDER BY O.O_NO
           END-EXEC.

      * AVOIRS IMPUTES CETTE NUIT (RET_DATE), SOMMES NEGATIVES
           EXEC SQL
               DECLARE RET-SUM-CURSOR CURSOR FOR
               SELECT O.O_NO, O.C_NO, COALESCE(O.SRC,'  '),
                      COALESCE(P.FAMILY,'    '), COALESCE(L.LOC,'  '),
                      SUM(I.QUANTITY * I.PRICE),
                      SUM(COALESCE(I.TAX_AMOUNT,0))
                 FROM API9.ORDERS O, API9.ITEMS I
                 LEFT OUTER JOIN API7.PRODUCTS P
                   ON P.P_NO = I.P_NO
                 LEFT OUTER JOIN
                      (SELECT O_NO, P_NO, MIN(LOC) AS LOC
                         FROM API9.LOC_ISSUE
                        GROUP BY O_NO, P_NO) L
                   ON L.O_NO = I.O_NO
                  AND L.P_NO = I.P_NO
                WHERE I.O_NO = O.O_NO
                  AND I.QUANTITY < 0
                  AND I.RET_DATE = :H-RUN-DATE
                GROUP BY O.O_NO, O.C_NO, COALESCE(O.SRC,'  '),
                      COALESCE(P.FAMILY,'    '), COALESCE(L.LOC,'  ')
                ORDER BY O.O_NO
           END-EXEC.

      * PORT FACTURE PAR SHIPMANF SUR LES COMMANDES DE LA NUIT
      * (COLONNES FREIGHT / FREIGHT_TAX D'API9.ORDERS)
           EXEC SQL
               DECLARE FRT-CURSOR CURSOR FOR
               SELECT O_NO, C_NO, COALESCE(SRC,'  '), FREIGHT,
                      COALESCE(FREIGHT_TAX,0)
                 FROM API9.ORDERS
                WHERE O_DATE = :H-RUN-DATE
                  AND COALESCE(FREIGHT,0) <> 0
                ORDER BY O_NO
           END-EXEC.

      * COUT DES MARCHANDISES VENDUES DE LA NUIT, VALORISE AU COUT
      * MOYEN PONDERE API9.PRODUCTS.AVG_COST, A DEFAUT AU COUT
      * FOURNISSEUR API7.PRODUCTS.COST (MEME SOURCE QUE MARGRPT),
      * PAR COMMANDE, SOURCE, FAMILLE ET ENTREPOT
           EXEC SQL
               DECLARE COGS-CURSOR CURSOR FOR
               SELECT O.O_NO, COALESCE(O.SRC,'  '),
                      COALESCE(P.FAMILY,'    '), COALESCE(L.LOC,'  '),
                      SUM(I.QUANTITY * COALESCE(A.AVG_COST,P.COST,0))
                 FROM API9.ORDERS O, API7.PRODUCTS P, API9.PRODUCTS A,
                      API9.ITEMS I
                 LEFT OUTER JOIN
                      (SELECT O_NO, P_NO, MIN(LOC) AS LOC
                         FROM API9.LOC_ISSUE
                        GROUP BY O_NO, P_NO) L
                   ON L.O_NO = I.O_NO
                  AND L.P_NO = I.P_NO
                WHERE I.O_NO = O.O_NO
                  AND P.P_NO = I.P_NO
                  AND A.P_NO = I.P_NO
                  AND I.QUANTITY > 0
                  AND O.O_DATE = :H-RUN-DATE
                GROUP BY O.O_NO, COALESCE(O.SRC,'  '),
                      COALESCE(P.FAMILY,'    '), COALESCE(L.LOC,'  ')
                ORDER BY O.O_NO
           END-EXEC.

           PERFORM INITIALIZATION
           PERFORM POST-DAY-SALES
           PERFORM POST-DAY-RETURNS
           PERFORM POST-DAY-FREIGHT
           PERFORM POST-DAY-COGS
           PERFORM POST-DAY-WRITEOFFS
           PERFORM POST-DAY-PAYMENTS
           PERFORM POST-DAY-FX-DIFFERENCES
           PERFORM POST-DAY-REBATES
           PERFORM POST-DAY-SUPPLIER-PAYMENTS
           PERFORM CHECK-AND-WRITE-JOURNAL
           PERFORM FINALIZATION
           GOBACK.
              GOBACK
           END-IF
           MOVE WS-RUN-DATE TO H-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS

           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-RUN-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'X'
              DISPLAY 'NUIT ' WS-RUN-DATE ' DANS UNE PERIODE FERMEE, '
                      'AUCUNE ECRITURE EXTRAITE'
              MOVE +0 TO BP-AMOUNT
              MOVE 'EXTRACTION REFUSEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-RUN-HISTORY
              PERFORM WRITE-CLOSE-EVIDENCE
              GOBACK
           END-IF
           IF WS-PER-ACTION = 'R'
              DISPLAY 'NUIT ' WS-RUN-DATE ' DANS UNE PERIODE FERMEE, '
                      'ECRITURES DATEES DU ' WS-PER-POST-DATE
           END-IF

           PERFORM LOAD-CHART-OF-ACCOUNTS
           IF RETURN-CODE >= 12
              GOBACK
           END-IF
           PERFORM LOAD-POSTING-RULES
           IF RETURN-CODE >= 12
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-PER-POST-DATE TO WS-RPT-POST-DATE
           WRITE REPORT-RECORD FROM WS-DATE-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .
      *****************************************************************
       POST-DAY-SALES.
           MOVE 'N' TO WS-SQL-EOF-SW
           MOVE ZERO TO WS-LAST-O-NO
           EXEC SQL OPEN ORD-SUM-CURSOR END-EXEC
           PERFORM READ-NEXT-ORDER-SUM
           PERFORM UNTIL WS-SQL-EOF
       READ-NEXT-ORDER-SUM.
           EXEC SQL
               FETCH ORD-SUM-CURSOR
                INTO :H-O-NO, :H-C-NO, :H-SRC, :H-FAMILY, :H-LOC,
                     :H-NET, :H-VAT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SQL-EOF-SW
           .

       POST-ONE-ORDER.
           IF H-O-NO NOT = WS-LAST-O-NO
              ADD 1 TO WS-ORDERS-POSTED
              MOVE H-O-NO TO WS-LAST-O-NO
           END-IF
           MOVE 'IMPVENTS' TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           MOVE H-O-NO TO WS-POST-REFERENCE(1:7)
           MOVE H-SRC    TO WS-RK-SRC
           MOVE H-FAMILY TO WS-RK-FAMILY
           MOVE H-LOC    TO WS-RK-LOC
           MOVE 'RECV' TO WS-RK-TYPE
           MOVE 'D' TO WS-POST-SENS
           COMPUTE WS-POST-AMOUNT = H-NET + H-VAT
           PERFORM POST-BY-RULE
           MOVE 'SALE' TO WS-RK-TYPE
           MOVE 'C' TO WS-POST-SENS
           MOVE H-NET TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           IF H-VAT NOT = ZERO
              MOVE 'VAT ' TO WS-RK-TYPE
              MOVE 'C' TO WS-POST-SENS
              MOVE H-VAT TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           .

      *****************************************************************
      * PORT : PAR COMMANDE TAXEE, DEBIT CLIENT (TTC) CONTRE CREDIT   *
      * PRODUITS DE PORT (HT) ET CREDIT TVA COLLECTEE                 *
      *****************************************************************
       POST-DAY-FREIGHT.
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN FRT-CURSOR END-EXEC
           PERFORM READ-NEXT-FREIGHT
           PERFORM UNTIL WS-SQL-EOF
                   PERFORM POST-ONE-FREIGHT
                   PERFORM READ-NEXT-FREIGHT
           END-PERFORM
           EXEC SQL CLOSE FRT-CURSOR END-EXEC
           .

       READ-NEXT-FREIGHT.
           EXEC SQL
               FETCH FRT-CURSOR
                INTO :H-O-NO, :H-C-NO, :H-SRC, :H-NET, :H-VAT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SQL-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH FRT-CURSOR, SQLCODE: '
                         SQLCODE
              END-IF
           END-IF
           .

       POST-ONE-FREIGHT.
           ADD 1 TO WS-FREIGHT-POSTED
           MOVE 'SHIPMANF' TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           MOVE H-O-NO TO WS-POST-REFERENCE(1:7)
           MOVE SPACES TO WS-RULE-KEY
           MOVE H-SRC  TO WS-RK-SRC
           MOVE 'RECV' TO WS-RK-TYPE
           MOVE 'D' TO WS-POST-SENS
           COMPUTE WS-POST-AMOUNT = H-NET + H-VAT
           PERFORM POST-BY-RULE
           MOVE 'FRGT' TO WS-RK-TYPE
           MOVE 'C' TO WS-POST-SENS
           MOVE H-NET TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           IF H-VAT NOT = ZERO
              MOVE 'VAT ' TO WS-RK-TYPE
              MOVE 'C' TO WS-POST-SENS
              MOVE H-VAT TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           .

      *****************************************************************
       POST-DAY-RETURNS.
           MOVE 'N' TO WS-SQL-EOF-SW
           MOVE ZERO TO WS-LAST-O-NO
           EXEC SQL OPEN RET-SUM-CURSOR END-EXEC
           PERFORM READ-NEXT-RETURN-SUM
           PERFORM UNTIL WS-SQL-EOF
       READ-NEXT-RETURN-SUM.
           EXEC SQL
               FETCH RET-SUM-CURSOR
                INTO :H-O-NO, :H-C-NO, :H-SRC, :H-FAMILY, :H-LOC,
                     :H-NET, :H-VAT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SQL-EOF-SW
           .

       POST-ONE-RETURN.
           IF H-O-NO NOT = WS-LAST-O-NO
              ADD 1 TO WS-RETURNS-POSTED
              MOVE H-O-NO TO WS-LAST-O-NO
           END-IF
           COMPUTE WS-ABS-NET = H-NET * -1
           COMPUTE WS-ABS-VAT = H-VAT * -1
           COMPUTE WS-ABS-GROSS = WS-ABS-NET + WS-ABS-VAT
           MOVE 'IMPVENTS' TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           MOVE H-O-NO TO WS-POST-REFERENCE(1:7)
           MOVE H-SRC    TO WS-RK-SRC
           MOVE H-FAMILY TO WS-RK-FAMILY
           MOVE H-LOC    TO WS-RK-LOC
           MOVE 'RETN' TO WS-RK-TYPE
           MOVE 'D' TO WS-POST-SENS
           MOVE WS-ABS-NET TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           IF WS-ABS-VAT NOT = ZERO
              MOVE 'VAT ' TO WS-RK-TYPE
              MOVE 'D' TO WS-POST-SENS
              MOVE WS-ABS-VAT TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           MOVE 'RECV' TO WS-RK-TYPE
           MOVE 'C' TO WS-POST-SENS
           MOVE WS-ABS-GROSS TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           .

      *****************************************************************
      *****************************************************************
       POST-DAY-COGS.
           MOVE 'N' TO WS-SQL-EOF-SW
           MOVE ZERO TO WS-LAST-O-NO
           EXEC SQL OPEN COGS-CURSOR END-EXEC
           PERFORM READ-NEXT-COGS
           PERFORM UNTIL WS-SQL-EOF

       READ-NEXT-COGS.
           EXEC SQL
               FETCH COGS-CURSOR
                INTO :H-O-NO, :H-SRC, :H-FAMILY, :H-LOC, :H-COGS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SQL-EOF-SW
           IF H-COGS = ZERO
              EXIT PARAGRAPH
           END-IF
           IF H-O-NO NOT = WS-LAST-O-NO
              ADD 1 TO WS-COGS-POSTED
              MOVE H-O-NO TO WS-LAST-O-NO
           END-IF
           MOVE 'GLJRNL  ' TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           MOVE H-O-NO TO WS-POST-REFERENCE(1:7)
           MOVE H-SRC    TO WS-RK-SRC
           MOVE H-FAMILY TO WS-RK-FAMILY
           MOVE H-LOC    TO WS-RK-LOC
           MOVE 'COGS' TO WS-RK-TYPE
           MOVE 'D' TO WS-POST-SENS
           MOVE H-COGS TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           MOVE 'STCK' TO WS-RK-TYPE
           MOVE 'C' TO WS-POST-SENS
           MOVE H-COGS TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           .

      *****************************************************************
           MOVE 'IMPVENTS' TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           MOVE WO-ORDER-NO TO WS-POST-REFERENCE(1:7)
           MOVE SPACES TO WS-RULE-KEY
           MOVE 'WOFF' TO WS-RK-TYPE
           MOVE 'D' TO WS-POST-SENS
           MOVE WO-VALUE TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           MOVE 'STCK' TO WS-RK-TYPE
           MOVE 'C' TO WS-POST-SENS
           MOVE WO-VALUE TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           .

      *****************************************************************
           ADD 1 TO WS-PAYMENTS-POSTED
           MOVE 'IMPREGLS' TO WS-POST-SOURCE
           MOVE PA-REFERENCE TO WS-POST-REFERENCE
           MOVE SPACES TO WS-RULE-KEY
           MOVE 'BANK' TO WS-RK-TYPE
           MOVE 'D' TO WS-POST-SENS
           MOVE PA-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           MOVE 'RECV' TO WS-RK-TYPE
           MOVE 'C' TO WS-POST-SENS
           MOVE PA-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           .

      *****************************************************************
      * ECARTS DE CHANGE REALISES (FVFXDIF) : L'ENCAISSEMENT A ETE    *
      * PASSE AU MONTANT DOLLAR FACTURE ; LE GAIN COMPLETE LA BANQUE  *
      * (DEBIT BANQUE / CREDIT 766000), LA PERTE LA DIMINUE (DEBIT    *
      * 666000 / CREDIT BANQUE)                                       *
      *****************************************************************
       POST-DAY-FX-DIFFERENCES.
           OPEN INPUT FXDIFF-FILE
           IF NOT WS-FXDIFF-OK
              DISPLAY 'PAS D''ECARTS DE CHANGE CETTE NUIT ('
                      WS-FS-FXDIFF ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FXDIFF-EOF
              READ FXDIFF-FILE
                 AT END MOVE '10' TO WS-FS-FXDIFF
                 NOT AT END PERFORM POST-ONE-FX-DIFFERENCE
              END-READ
           END-PERFORM
           CLOSE FXDIFF-FILE
           .

       POST-ONE-FX-DIFFERENCE.
           IF FX-DIFF = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FX-DIFFS-POSTED
           MOVE FX-SOURCE TO WS-POST-SOURCE
           MOVE FX-REFERENCE TO WS-POST-REFERENCE
           MOVE SPACES TO WS-RULE-KEY
           IF FX-DIFF > 0
              MOVE FX-DIFF TO WS-ABS-NET
              MOVE 'BANK' TO WS-RK-TYPE
              MOVE 'D' TO WS-POST-SENS
              MOVE WS-ABS-NET TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
              MOVE 'FXGN' TO WS-RK-TYPE
              MOVE 'C' TO WS-POST-SENS
              MOVE WS-ABS-NET TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           ELSE
              COMPUTE WS-ABS-NET = 0 - FX-DIFF
              MOVE 'FXLS' TO WS-RK-TYPE
              MOVE 'D' TO WS-POST-SENS
              MOVE WS-ABS-NET TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
              MOVE 'BANK' TO WS-RK-TYPE
              MOVE 'C' TO WS-POST-SENS
              MOVE WS-ABS-NET TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           .

      *****************************************************************
      * RISTOURNES CLIENTS (FVRBJRN DU LOT REBATE DE LA NUIT) :       *
      * LE FICHIER EST PRIS EN ENTIER COMME FVPAYAPP ET FVFXDIF,      *
      * QUELLE QUE SOIT LA DATE RB-DATE (UN LOT REPORTE HORS D'UNE    *
      * PERIODE FERMEE PORTE LA DATE DU PREMIER JOUR OUVERT)          *
      *****************************************************************
       POST-DAY-REBATES.
           OPEN INPUT REBATE-FILE
           IF NOT WS-REBATE-OK
              DISPLAY 'PAS DE RISTOURNES CLIENTS CETTE NUIT ('
                      WS-FS-REBATE ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REBATE-EOF
              READ REBATE-FILE
                 AT END MOVE '10' TO WS-FS-REBATE
                 NOT AT END PERFORM POST-ONE-REBATE
              END-READ
           END-PERFORM
           CLOSE REBATE-FILE
           .

      *****************************************************************
      * PROVISION ('A') : LA VARIATION DU MOIS EST DEBITEE EN         *
      * RISTOURNES ACCORDEES CONTRE AVOIRS A ETABLIR (SENS INVERSES   *
      * SI LA PROVISION BAISSE). REGLEMENT ('S') : LA PROVISION       *
      * CUMULEE EST REPRISE AU DEBIT, LA RISTOURNE DEFINITIVE EST     *
      * CREDITEE AU CLIENT ET L'ECART PASSE EN RISTOURNES ACCORDEES   *
      *****************************************************************
       POST-ONE-REBATE.
           ADD 1 TO WS-REBATES-POSTED
           MOVE 'REBATE  ' TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           MOVE RB-CUST-NO TO WS-POST-REFERENCE(1:4)
           MOVE SPACES TO WS-RULE-KEY
           IF RB-TYPE = 'A'
              IF RB-AMOUNT > 0
                 MOVE RB-AMOUNT TO WS-ABS-NET
                 MOVE 'RBAT' TO WS-RK-TYPE
                 MOVE 'D' TO WS-POST-SENS
                 MOVE WS-ABS-NET TO WS-POST-AMOUNT
                 PERFORM POST-BY-RULE
                 MOVE 'RBAC' TO WS-RK-TYPE
                 MOVE 'C' TO WS-POST-SENS
                 MOVE WS-ABS-NET TO WS-POST-AMOUNT
                 PERFORM POST-BY-RULE
              END-IF
              IF RB-AMOUNT < 0
                 COMPUTE WS-ABS-NET = 0 - RB-AMOUNT
                 MOVE 'RBAC' TO WS-RK-TYPE
                 MOVE 'D' TO WS-POST-SENS
                 MOVE WS-ABS-NET TO WS-POST-AMOUNT
                 PERFORM POST-BY-RULE
                 MOVE 'RBAT' TO WS-RK-TYPE
                 MOVE 'C' TO WS-POST-SENS
                 MOVE WS-ABS-NET TO WS-POST-AMOUNT
                 PERFORM POST-BY-RULE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF RB-ACCRUED NOT = 0
              MOVE 'RBAC' TO WS-RK-TYPE
              MOVE 'D' TO WS-POST-SENS
              MOVE RB-ACCRUED TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           IF RB-AMOUNT NOT = 0
              MOVE 'RECV' TO WS-RK-TYPE
              MOVE 'C' TO WS-POST-SENS
              MOVE RB-AMOUNT TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           COMPUTE WS-ABS-NET = RB-AMOUNT - RB-ACCRUED
           IF WS-ABS-NET > 0
              MOVE 'RBAT' TO WS-RK-TYPE
              MOVE 'D' TO WS-POST-SENS
              MOVE WS-ABS-NET TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           IF WS-ABS-NET < 0
              COMPUTE WS-ABS-NET = 0 - WS-ABS-NET
              MOVE 'RBAT' TO WS-RK-TYPE
              MOVE 'C' TO WS-POST-SENS
              MOVE WS-ABS-NET TO WS-POST-AMOUNT
              PERFORM POST-BY-RULE
           END-IF
           .

      *****************************************************************
      * VIREMENTS FOURNISSEURS (FNAPJRN D'APPAYRUN) DATES DE LA       *
      * NUIT : DEBIT FOURNISSEURS CONTRE CREDIT BANQUE, LA REFERENCE  *
      * DU VIREMENT EST CONSERVEE                                     *
      *****************************************************************
       POST-DAY-SUPPLIER-PAYMENTS.
           OPEN INPUT APPAY-FILE
           IF NOT WS-APPAY-OK
              DISPLAY 'PAS DE VIREMENTS FOURNISSEURS CETTE NUIT ('
                      WS-FS-APPAY ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APPAY-EOF
              READ APPAY-FILE
                 AT END MOVE '10' TO WS-FS-APPAY
                 NOT AT END
                    IF AJ-DATE = WS-RUN-DATE
                       PERFORM POST-ONE-SUPPLIER-PAYMENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPAY-FILE
           .

       POST-ONE-SUPPLIER-PAYMENT.
           ADD 1 TO WS-SUP-PAYMENTS-POSTED
           MOVE 'APPAYRUN' TO WS-POST-SOURCE
           MOVE AJ-PAY-REF TO WS-POST-REFERENCE
           MOVE SPACES TO WS-RULE-KEY
           MOVE 'PAYB' TO WS-RK-TYPE
           MOVE 'D' TO WS-POST-SENS
           MOVE AJ-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           MOVE 'BANK' TO WS-RK-TYPE
           MOVE 'C' TO WS-POST-SENS
           MOVE AJ-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-BY-RULE
           .

      *****************************************************************
      * IMPUTATION D'UNE ECRITURE SELON LES REGLES : WS-RULE-KEY,     *
      * SENS ET MONTANT SONT RENSEIGNES PAR L'APPELANT. SANS REGLE    *
      * APPLICABLE, L'ECRITURE PASSE EN COMPTE D'ATTENTE ET LA        *
      * COMBINAISON EST RETENUE POUR LE RAPPORT                       *
      *****************************************************************
       POST-BY-RULE.
           MOVE 0 TO WS-RULE-BEST
           MOVE 0 TO WS-RULE-BEST-SCORE
           PERFORM VARYING RL-IX FROM 1 BY 1
                   UNTIL RL-IX > WS-RULE-COUNT
              IF WS-RL-TYPE(RL-IX) = WS-RK-TYPE
                 AND (WS-RL-SRC(RL-IX) = SPACES
                      OR WS-RL-SRC(RL-IX) = WS-RK-SRC)
                 AND (WS-RL-FAMILY(RL-IX) = SPACES
                      OR WS-RL-FAMILY(RL-IX) = WS-RK-FAMILY)
                 AND (WS-RL-LOC(RL-IX) = SPACES
                      OR WS-RL-LOC(RL-IX) = WS-RK-LOC)
                 AND WS-RL-SCORE(RL-IX) > WS-RULE-BEST-SCORE
                 SET WS-RULE-BEST TO RL-IX
                 MOVE WS-RL-SCORE(RL-IX) TO WS-RULE-BEST-SCORE
              END-IF
           END-PERFORM
           IF WS-RULE-BEST > 0
              MOVE WS-RL-ACCOUNT(WS-RULE-BEST)     TO WS-POST-ACCOUNT
              MOVE WS-RL-COST-CENTRE(WS-RULE-BEST)
                 TO WS-POST-COST-CENTRE
           ELSE
              MOVE WS-ACC-SUSPENSE TO WS-POST-ACCOUNT
              MOVE SPACES          TO WS-POST-COST-CENTRE
              PERFORM RECORD-UNMAPPED
           END-IF
           PERFORM ADD-JOURNAL-ENTRY
           .

       RECORD-UNMAPPED.
           MOVE 0 TO WS-UNM-FOUND
           PERFORM VARYING UN-IX FROM 1 BY 1
                   UNTIL UN-IX > WS-UNM-COUNT
              IF WS-UN-KEY(UN-IX) = WS-RULE-KEY
                 SET WS-UNM-FOUND TO UN-IX
              END-IF
           END-PERFORM
           IF WS-UNM-FOUND = 0 AND WS-UNM-COUNT < WS-UNM-MAX
              ADD 1 TO WS-UNM-COUNT
              MOVE WS-UNM-COUNT TO WS-UNM-FOUND
              MOVE WS-RULE-KEY  TO WS-UN-KEY(WS-UNM-FOUND)
              MOVE 0            TO WS-UN-COUNT(WS-UNM-FOUND)
              MOVE +0           TO WS-UN-AMOUNT(WS-UNM-FOUND)
           END-IF
           IF WS-UNM-FOUND > 0
              ADD 1              TO WS-UN-COUNT(WS-UNM-FOUND)
              ADD WS-POST-AMOUNT TO WS-UN-AMOUNT(WS-UNM-FOUND)
           END-IF
           .

      *****************************************************************
      * POSE D'UNE ECRITURE DANS LA TABLE + CUMULS DE CONTROLE        *
      *****************************************************************
           MOVE WS-POST-AMOUNT    TO WS-JR-AMOUNT(WS-JRN-COUNT)
           MOVE WS-POST-SOURCE    TO WS-JR-SOURCE(WS-JRN-COUNT)
           MOVE WS-POST-REFERENCE TO WS-JR-REFERENCE(WS-JRN-COUNT)
           MOVE WS-POST-COST-CENTRE
              TO WS-JR-COST-CENTRE(WS-JRN-COUNT)
           IF WS-POST-SENS = 'D'
              ADD WS-POST-AMOUNT TO WS-TOTAL-DEBIT
           ELSE
      *****************************************************************
       CHECK-AND-WRITE-JOURNAL.
           PERFORM WRITE-ACCOUNT-TOTALS
           PERFORM WRITE-UNMAPPED-COMBINATIONS
           MOVE WS-TOTAL-DEBIT  TO WS-RPT-TOT-DEBIT
           MOVE WS-TOTAL-CREDIT TO WS-RPT-TOT-CREDIT
           IF WS-OVERFLOW
           PERFORM VARYING JR-IX FROM 1 BY 1
                   UNTIL JR-IX > WS-JRN-COUNT
              MOVE WS-JR-ACCOUNT(JR-IX)   TO JR-ACCOUNT
              MOVE WS-PER-POST-DATE       TO JR-DATE
              MOVE WS-JR-SENS(JR-IX)      TO JR-SENS
              MOVE WS-JR-AMOUNT(JR-IX)    TO JR-AMOUNT
              MOVE WS-JR-SOURCE(JR-IX)    TO JR-SOURCE
              MOVE WS-JR-REFERENCE(JR-IX) TO JR-REFERENCE
              MOVE WS-JR-COST-CENTRE(JR-IX) TO JR-COST-CENTRE
              WRITE JOURNAL-RECORD
              ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-PER-ACTION = 'R'
              MOVE WS-TOTAL-DEBIT TO BP-AMOUNT
              MOVE 'EXTRACTION REPORTEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           .

       WRITE-ACCOUNT-TOTALS.
           PERFORM VARYING AC-IX FROM 1 BY 1
                   UNTIL AC-IX > WS-ACC-COUNT
              MOVE WS-AC-ACCOUNT(AC-IX) TO WS-RPT-ACCOUNT
              PERFORM FIND-ACCOUNT-LABEL
              MOVE WS-AC-DEBIT(AC-IX)   TO WS-RPT-DEBIT
              MOVE WS-AC-CREDIT(AC-IX)  TO WS-RPT-CREDIT
              WRITE REPORT-RECORD FROM WS-ACC-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       FIND-ACCOUNT-LABEL.
           MOVE SPACES TO WS-RPT-ACC-LABEL
           PERFORM VARYING CA-IX FROM 1 BY 1
                   UNTIL CA-IX > WS-COA-COUNT
              IF WS-CA-ACCOUNT(CA-IX) = WS-AC-ACCOUNT(AC-IX)
                 MOVE WS-CA-LABEL(CA-IX) TO WS-RPT-ACC-LABEL
              END-IF
           END-PERFORM
           IF WS-RPT-ACC-LABEL = SPACES
              AND WS-AC-ACCOUNT(AC-IX) = WS-ACC-SUSPENSE
              MOVE 'COMPTE D''ATTENTE' TO WS-RPT-ACC-LABEL
           END-IF
           .

      *****************************************************************
      * COMBINAISONS SANS REGLE : LISTEES AVEC LEUR MONTANT, LE RUN   *
      * SE TERMINE AU MOINS EN RETURN-CODE 4                          *
      *****************************************************************
       WRITE-UNMAPPED-COMBINATIONS.
           IF WS-UNM-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-UNM-TITLE-LINE
           PERFORM VARYING UN-IX FROM 1 BY 1
                   UNTIL UN-IX > WS-UNM-COUNT
              MOVE WS-UN-KEY(UN-IX)(1:4)  TO WS-RPT-UN-TYPE
              MOVE WS-UN-KEY(UN-IX)(5:2)  TO WS-RPT-UN-SRC
              MOVE WS-UN-KEY(UN-IX)(7:4)  TO WS-RPT-UN-FAMILY
              MOVE WS-UN-KEY(UN-IX)(11:2) TO WS-RPT-UN-LOC
              MOVE WS-UN-COUNT(UN-IX)     TO WS-RPT-UN-COUNT
              MOVE WS-UN-AMOUNT(UN-IX)    TO WS-RPT-UN-AMOUNT
              WRITE REPORT-RECORD FROM WS-UNM-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           DISPLAY 'COMBINAISONS SANS REGLE D''IMPUTATION: '
                   WS-UNM-COUNT
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-LINES-WRITTEN    TO WS-RPT-LINES
           MOVE WS-WRITEOFFS-POSTED TO WS-RPT-WROFFS
           MOVE WS-PAYMENTS-POSTED  TO WS-RPT-PAYMENTS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-REBATES-POSTED   TO WS-RPT-REBATES
           MOVE WS-SUP-PAYMENTS-POSTED TO WS-RPT-SUP-PAYMENTS
           MOVE WS-FREIGHT-POSTED   TO WS-RPT-FREIGHT
           MOVE WS-FX-DIFFS-POSTED  TO WS-RPT-FX-DIFFS
           WRITE REPORT-RECORD FROM WS-REBATE-SUM-LINE
           MOVE WS-RULE-COUNT       TO WS-RPT-RULES
           MOVE WS-RULES-REJECTED   TO WS-RPT-RULES-REJ
           MOVE WS-COA-COUNT        TO WS-RPT-COA
           WRITE REPORT-RECORD FROM WS-RULES-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'ECRITURES EMISES: ' WS-LINES-WRITTEN
           DISPLAY 'TOTAL DEBITS : ' WS-TOTAL-DEBIT
           DISPLAY 'TOTAL CREDITS: ' WS-TOTAL-CREDIT
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-CLOSE-EVIDENCE
           .

      *****************************************************************
      * CHARGEMENT DU PLAN DE COMPTES (FVGLACCT, OBLIGATOIRE)         *
      *****************************************************************
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT GLACCT-FILE
           IF NOT WS-GLACCT-OK
              DISPLAY 'ERREUR OUVERTURE PLAN DE COMPTES: '
                      WS-FS-GLACCT
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLACCT-EOF
              READ GLACCT-FILE
                 AT END MOVE '10' TO WS-FS-GLACCT
                 NOT AT END
                    IF GA-ACCOUNT NOT = SPACES
                       AND WS-COA-COUNT < WS-COA-MAX
                       ADD 1 TO WS-COA-COUNT
                       MOVE GA-ACCOUNT TO WS-CA-ACCOUNT(WS-COA-COUNT)
                       MOVE GA-LABEL   TO WS-CA-LABEL(WS-COA-COUNT)
                       MOVE GA-STATUS  TO WS-CA-STATUS(WS-COA-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GLACCT-FILE
           .

      *****************************************************************
      * CHARGEMENT DES REGLES D'IMPUTATION (FVGLRULE, OBLIGATOIRE) :  *
      * UNE REGLE SANS TYPE OU DONT LE COMPTE EST ABSENT DU PLAN OU   *
      * INACTIF EST REJETEE (RETURN-CODE 4), SES COMBINAISONS         *
      * PASSERONT EN COMPTE D'ATTENTE                                 *
      *****************************************************************
       LOAD-POSTING-RULES.
           OPEN INPUT GLRULE-FILE
           IF NOT WS-GLRULE-OK
              DISPLAY 'ERREUR OUVERTURE REGLES D''IMPUTATION: '
                      WS-FS-GLRULE
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLRULE-EOF
              READ GLRULE-FILE
                 AT END MOVE '10' TO WS-FS-GLRULE
                 NOT AT END PERFORM CHECK-POSTING-RULE
              END-READ
           END-PERFORM
           CLOSE GLRULE-FILE
           IF WS-RULES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       CHECK-POSTING-RULE.
           MOVE 0 TO WS-COA-FOUND
           PERFORM VARYING CA-IX FROM 1 BY 1
                   UNTIL CA-IX > WS-COA-COUNT
              IF WS-CA-ACCOUNT(CA-IX) = GR-ACCOUNT
                 AND WS-CA-STATUS(CA-IX) NOT = 'I'
                 SET WS-COA-FOUND TO CA-IX
              END-IF
           END-PERFORM
           IF GR-TXN-TYPE = SPACES OR WS-COA-FOUND = 0
              ADD 1 TO WS-RULES-REJECTED
              DISPLAY 'REGLE D''IMPUTATION REJETEE (TYPE OU COMPTE '
                      'INCONNU) : ' GR-TXN-TYPE ' ' GR-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= WS-RULE-MAX
              ADD 1 TO WS-RULES-REJECTED
              DISPLAY 'TABLE DES REGLES SATUREE, REGLE IGNOREE : '
                      GR-TXN-TYPE ' ' GR-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE GR-TXN-TYPE    TO WS-RL-TYPE(WS-RULE-COUNT)
           MOVE GR-SRC         TO WS-RL-SRC(WS-RULE-COUNT)
           MOVE GR-FAMILY      TO WS-RL-FAMILY(WS-RULE-COUNT)
           MOVE GR-LOC         TO WS-RL-LOC(WS-RULE-COUNT)
           MOVE GR-ACCOUNT     TO WS-RL-ACCOUNT(WS-RULE-COUNT)
           MOVE GR-COST-CENTRE TO WS-RL-COST-CENTRE(WS-RULE-COUNT)
           MOVE 1 TO WS-RL-SCORE(WS-RULE-COUNT)
           IF GR-SRC NOT = SPACES
              ADD 1 TO WS-RL-SCORE(WS-RULE-COUNT)
           END-IF
           IF GR-FAMILY NOT = SPACES
              ADD 1 TO WS-RL-SCORE(WS-RULE-COUNT)
           END-IF
           IF GR-LOC NOT = SPACES
              ADD 1 TO WS-RL-SCORE(WS-RULE-COUNT)
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DES PERIODES FERMEES (FVPERST) ; FICHIER ABSENT =  *
      * AUCUNE PERIODE FERMEE                                         *
      *****************************************************************
       LOAD-PERIOD-STATUS.
           OPEN INPUT PERSTAT-FILE
           IF NOT WS-PERST-OK
              DISPLAY 'PAS DE STATUT DES PERIODES (' WS-FS-PERST
                      '), AUCUNE PERIODE FERMEE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERST-EOF
              READ PERSTAT-FILE
                 AT END MOVE '10' TO WS-FS-PERST
                 NOT AT END
                    IF PS-STATUS = 'F'
                       AND WS-PER-COUNT < WS-PER-MAX
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
      * TRACE D'UNE EXTRACTION REFUSEE OU REPORTEE (FVBKPOST, EN      *
      * AJOUT) ; BP-AMOUNT ET BP-DETAIL SONT RENSEIGNES PAR L'APPELANT*
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BKPOST-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BKPOST-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'GLJRNL'         TO BP-PROGRAM
              MOVE WS-PER-ACTION    TO BP-ACTION
              MOVE WS-RUN-DATE      TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE TO BP-POST-DATE
              MOVE 'JOURNAL'        TO BP-REFERENCE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-FS-BKPOST
           END-IF
           MOVE '00' TO WS-FS-BKPOST
           .

      *****************************************************************
      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (FRUNHST, AJOUT) ; *
      * UN JOURNAL REJETE (RETURN-CODE 8 OU PLUS) EST UN RUN EN ERREUR*
      *****************************************************************
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF NOT WS-RH-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES EXECUTIONS: '
                      WS-RH-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'GLJRNL  ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-JRN-COUNT     TO RH-RECORDS-READ
           MOVE WS-LINES-WRITTEN TO RH-RECORDS-OK
           COMPUTE RH-RECORDS-ERROR = WS-JRN-COUNT - WS-LINES-WRITTEN
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
      * PREUVE D'ETAPE DE CLOTURE POUR PERCLOSE (FVCLOSEV, AJOUT) :   *
      * PROGRAMME, DATE ARRETEE (CARTE DATE=), FIN DE RUN ET          *
      * RETURN-CODE                                                   *
      *****************************************************************
       WRITE-CLOSE-EVIDENCE.
           OPEN EXTEND CLOSEV-FILE
           IF NOT WS-CE-OK
              OPEN OUTPUT CLOSEV-FILE
           END-IF
           IF NOT WS-CE-OK
              DISPLAY 'ERREUR ECRITURE PREUVES DE CLOTURE: '
                      WS-CE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'GLJRNL  ' TO CE-PROGRAM
           MOVE WS-RUN-DATE TO CE-ASOF-DATE
           MOVE FUNCTION CURRENT-DATE(1:20) TO CE-END-TS
           MOVE RETURN-CODE TO CE-RETURN-CODE
           WRITE CLOSEV-RECORD
           CLOSE CLOSEV-FILE
           .

      *****************************************************************
