       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADREV.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : ANNULATION COMPLETE D'UN CHARGEMENT DE NUIT       *
      * OBJECTIF  : QUAND UN FICHIER DE VENTES ERRONE A ETE CHARGE    *
      *             PAR IMPVENTS (DOUBLE ENVOI, MAUVAISE JOURNEE,     *
      *             PRIX FAUX), IL N'EXISTAIT AUCUN MOYEN DE DEFAIRE  *
      *             LE RUN AUTREMENT QUE COMMANDE PAR COMMANDE DANS   *
      *             ORDAMEND. CE LOT RETROUVE TOUT CE QU'UN RUN       *
      *             IMPVENTS A POSTE ET LE RETIRE :                   *
      *             - LE RUN EST DESIGNE PAR SON HORODATAGE DE DEBUT  *
      *               DANS LE JOURNAL DES EXECUTIONS (CARTE           *
      *               RUN=AAAAMMJJHHMMSS) OU PAR LA NOTIFICATION DE   *
      *               FIN D'IMPVENTS (CARTE RUN=NOTIFY, FVENOTE) ;    *
      *               LA CARTE FACULTATIVE SOURCE=xx LIMITE LE RETRAIT*
      *               A UNE SOURCE DE FVSRCCTL ;                      *
      *             - LES COMMANDES DU RUN SONT CELLES DES ACCUSES    *
      *               FVACKnn HORODATES DANS LA FENETRE DU RUN        *
      *               (CHARGEE, BACKORD, SUBSTIT, ATTENTE) ; LES      *
      *               ACCUSES ETANT REECRITS A CHAQUE RUN,            *
      *               L'ANNULATION DOIT PASSER AVANT LE CHARGEMENT    *
      *               SUIVANT ;                                       *
      *             - LE STOCK A RENDRE EST LE NET, PAR COMMANDE ET   *
      *               PAR PRODUIT, DES LIGNES DU JOURNAL FVSTKMOV     *
      *               POSEES DEPUIS LE DEBUT DU RUN (PRELEVEMENTS     *
      *               IMPVENTS, LIBERATIONS RELBACKO, MODIFICATIONS   *
      *               ORDAMEND), RENDU A L'EMPLACEMENT E1 AVEC SA     *
      *               PROPRE LIGNE AU JOURNAL ; LES PRELEVEMENTS PAR  *
      *               LOT (API9.LOT_ALLOC) SONT RENDUS A LEURS LOTS ; *
      *             - LE SOLDE CLIENT EST DEDUIT DU MONTANT TTC DES   *
      *               LIGNES ; POUR UN RUN PARTITIONNE DONT LES DELTAS*
      *               FVBALnn N'ONT PAS ENCORE ETE APPLIQUES PAR      *
      *               L'ETAPE BALANCE (CARTE BALANCE=PENDING), UN     *
      *               DELTA INVERSE EST AJOUTE AU FICHIER DE LA SOURCE*
      *               AU LIEU DE TOUCHER LA BASE ;                    *
      *             - LES REMISES DE CAMPAGNE SONT RENDUES AU BUDGET, *
      *               LES LIGNES ET LA COMMANDE SONT SUPPRIMEES ;     *
      *             - LES RELIQUATS (FVBACKO) DES COMMANDES RETIREES  *
      *               ET LES LIGNES EN ATTENTE CREDIT (FVHELD, AVEC   *
      *               LEUR FICHE DE REVUE CRHOLD03) DES COMMANDES     *
      *               SUSPENDUES PAR LE RUN SONT RETIRES DES          *
      *               NOUVELLES GENERATIONS FVBACKR ET FVHELDR.       *
      *             UNE COMMANDE DEJA EXPEDIEE (SHIPPED) OU FACTUREE  *
      *             (INVOICED), OU PORTANT DEJA UN RETOUR, N'EST PAS  *
      *             TOUCHEE : ELLE EST LISTEE POUR TRAITEMENT MANUEL  *
      *             (CODE RETOUR 4), DE MEME QU'UNE COMMANDE DATEE    *
      *             D'UNE PERIODE EN CLOTURE OU FERMEE (FVPERST,      *
      *             SOUS-PROGRAMME PERIODCK) ; EN MODE REPORTER, ELLE *
      *             EST ANNULEE ET L'AJUSTEMENT EST TRACE AU PREMIER  *
      *             JOUR OUVERT. CHAQUE REFUS OU REPORT EST TRACE     *
      *             DANS FVBKPOST. CHAQUE COMMANDE EST UNE UNITE DE   *
      *             TRAVAIL (COMMIT PAR COMMANDE) : UNE ERREUR SQL NE *
      *             DEFAIT QUE LA COMMANDE EN COURS. MEME VERROU DE   *
      *             CHAINE FVRUNLCK QUE LES AUTRES PROGRAMMES QUI     *
      *             ECRIVENT LA BASE.                                 *
      * ENTREE    : SYSIN (RUN=, SOURCE=, BALANCE=PENDING, LOCKFORCE),*
      *             FRUNHST, FVENOTE (SI RUN=NOTIFY), FVSRCCTL ET     *
      *             FVELAY (FACULTATIFS), FVACK01-04, FVBAL01-04,     *
      *             FVSTKMOV, FVBACKO, FVHELD, FVPERST (STATUT DES    *
      *             PERIODES, FACULTATIF)                             *
      * SORTIE    : MAJ API9.ORDERS/ITEMS/PRODUCTS/STOCK_LOC/         *
      *             STOCK_LOT/LOT_ALLOC/LOC_ISSUE/CAMPAIGNS/CUSTOMERS,*
      *             FVSTKMOV (AJOUT), FVBALnn (AJOUT, BALANCE=PENDING)*
      *             FVBACKR, FVHELDR, CRHOLD03 (SUPPRESSIONS),        *
      *             FRUNHST (AJOUT), FVBKPOST (REFUS/REPORTS DE       *
      *             PERIODE, AJOUT), RAPPORT (FREPORT)                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

      * JOURNAL COMMUN DES EXECUTIONS : LU POUR RETROUVER LE RUN A
      * ANNULER, PUIS COMPLETE DE L'EXECUTION DE CE PROGRAMME
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO FVENOTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

           SELECT SOURCE-CTL-FILE
               ASSIGN TO FVSRCCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.

      * ACCUSES DE TRAITEMENT PAR RANG DE SOURCE (MEMES EMPLACEMENTS
      * QU'IMPVENTS, UN SEUL OUVERT A LA FOIS, FILE STATUS PARTAGE)
           SELECT ACK01-FILE
               ASSIGN TO FVACK01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.

           SELECT ACK02-FILE
               ASSIGN TO FVACK02
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.

           SELECT ACK03-FILE
               ASSIGN TO FVACK03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.

           SELECT ACK04-FILE
               ASSIGN TO FVACK04
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.

      * DELTAS DE SOLDE DIFFERES PAR RANG DE SOURCE (RUN PARTITIONNE)
           SELECT BALD01-FILE
               ASSIGN TO FVBAL01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT BALD02-FILE
               ASSIGN TO FVBAL02
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT BALD03-FILE
               ASSIGN TO FVBAL03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT BALD04-FILE
               ASSIGN TO FVBAL04
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

      * JOURNAL COMMUN DES MOUVEMENTS DE STOCK : LU, PUIS EN AJOUT
           SELECT STKMOV-FILE
               ASSIGN TO FVSTKMOV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO FVBACKO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

           SELECT BACKNEW-FILE
               ASSIGN TO FVBACKR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.

           SELECT HELD-FILE
               ASSIGN TO FVHELD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.

           SELECT HELDNEW-FILE
               ASSIGN TO FVHELDR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HN-STATUS.

      * LAYOUT DES IMAGES DE LIGNES (LE MEME QU'IMPVENTS), POUR
      * RETROUVER LE NUMERO DE COMMANDE DANS LES IMAGES FVHELD
           SELECT LAYOUT-FILE
               ASSIGN TO FVELAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LY-STATUS.

      * REVUE DES COMMANDES EN ATTENTE (FICHIER VSAM PARTAGE AVEC LA
      * TRANSACTION CRDREV03 ET RELHOLDS, CLE = SOURCE + COMMANDE)
           SELECT REVIEW-FILE
               ASSIGN TO CRHOLD03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-HR-STATUS.

      * VERROU D'EXECUTION DE LA CHAINE (FVRUNLCK, PARTAGE PAR TOUS
      * LES PROGRAMMES QUI ECRIVENT LA BASE)
           SELECT RUNLOCK-FILE
               ASSIGN TO FVRUNLCK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * ENREGISTREMENT DU JOURNAL COMMUN DES EXECUTIONS (MEME
      * DISPOSITION DANS TOUS LES PROGRAMMES DE LA CHAINE ET DANS
      * CHAINSUM)
       FD  RUNHIST-FILE.
       01 RUNHIST-RECORD.
          05 RH-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-START-TS          PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-END-TS            PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-RECORDS-READ      PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-RECORDS-OK        PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-RECORDS-ERROR     PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-STATUS-CODE       PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-RETURN-CODE       PIC 9(2).

      * MEME DISPOSITION QUE NOTIFY-REC DANS IMPVENTS
       FD  NOTIFY-FILE.
       01 NOTIFY-RECORD.
          05 NT-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1).
          05 NT-STATUS-CODE       PIC X(4).
          05 FILLER               PIC X(1).
          05 NT-RECORDS-READ      PIC 9(7).
          05 FILLER               PIC X(1).
          05 NT-RECORDS-OK        PIC 9(7).
          05 FILLER               PIC X(1).
          05 NT-RECORDS-ERROR     PIC 9(7).
          05 FILLER               PIC X(1).
          05 NT-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1).
          05 NT-PARTITION         PIC X(8).

      * UNE SOURCE PAR LIGNE : CODE(2) DD(8) TAUX(6) LIBELLE(20)
       FD  SOURCE-CTL-FILE.
       01 SRCCTL-RECORD.
          05 SC-CODE              PIC XX.
          05 FILLER               PIC X(1).
          05 SC-DDNAME            PIC X(10).
          05 FILLER               PIC X(1).
          05 SC-VAT-TXT           PIC X(6).
          05 FILLER               PIC X(1).
          05 SC-DESC              PIC X(20).

      * MEME DISPOSITION SUR LES QUATRE EMPLACEMENTS (LES LECTURES
      * PASSENT PAR LA ZONE COMMUNE WS-ACK-WORK)
       FD  ACK01-FILE.
       01 ACK01-REC               PIC X(37).
       FD  ACK02-FILE.
       01 ACK02-REC               PIC X(37).
       FD  ACK03-FILE.
       01 ACK03-REC               PIC X(37).
       FD  ACK04-FILE.
       01 ACK04-REC               PIC X(37).

      * MEME DISPOSITION SUR LES QUATRE EMPLACEMENTS (ZONE COMMUNE
      * WS-BALDELTA-WORK)
       FD  BALD01-FILE.
       01 BALD01-REC              PIC X(35).
       FD  BALD02-FILE.
       01 BALD02-REC              PIC X(35).
       FD  BALD03-FILE.
       01 BALD03-REC              PIC X(35).
       FD  BALD04-FILE.
       01 BALD04-REC              PIC X(35).

      * MOUVEMENT DE STOCK (MEME DISPOSITION DANS TOUS LES PROGRAMMES
      * QUI TOUCHENT LE STOCK ET DANS STKRECON)
       FD  STKMOV-FILE.
       01 STKMOV-RECORD.
          05 MV-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-QTY-BEFORE        PIC S9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-QTY-AFTER         PIC S9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-REFERENCE         PIC X(10).

      * MEME DISPOSITION QUE BACKORDER-REC DANS IMPVENTS ; LA NOUVELLE
      * GENERATION EST RECOPIEE TELLE QUELLE
       FD  BACKORDER-FILE.
       01 BACKORDER-RECORD.
          05 BO-ORDER-NO          PIC 9(7).
          05 FILLER               PIC X(1).
          05 BO-PROD-NO           PIC XXX.
          05 FILLER               PIC X(1).
          05 BO-QTY-ORDERED       PIC 9(5).
          05 FILLER               PIC X(1).
          05 BO-QTY-BACKORDER     PIC 9(5).
          05 FILLER               PIC X(1).
          05 BO-TIMESTAMP         PIC X(20).
       FD  BACKNEW-FILE.
       01 BACKNEW-RECORD          PIC X(44).

      * MEME DISPOSITION QUE HELD-REC DANS IMPVENTS ET RELHOLDS ;
      * LONGUEUR VARIABLE 78 A 83 COMME DANS RELHOLDS
       FD  HELD-FILE
           RECORD CONTAINS 78 TO 83 CHARACTERS.
       01 HELD-RECORD.
          05 HD-SRC               PIC XX.
          05 FILLER               PIC X(1).
          05 HD-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1).
          05 HD-REASON            PIC X(30).
          05 FILLER               PIC X(1).
          05 HD-LINE-IMAGE        PIC X(44).
       FD  HELDNEW-FILE
           RECORD CONTAINS 78 TO 83 CHARACTERS.
       01 HELDNEW-RECORD          PIC X(83).

       FD  LAYOUT-FILE.
       01 LAYOUT-RECORD           PIC X(80).

      * MEME DISPOSITION QUE LE COPYBOOK CRHOLD03 DE LA TRANSACTION
      * CRDREV03 (SEULE LA CLE SERT ICI)
       FD  REVIEW-FILE.
       01 CRHOLD03-REC.
          05 HR-KEY.
             10 HR-SRC            PIC X(2).
             10 HR-ORDER-NO       PIC 9(7).
          05 FILLER               PIC X(1).
          05 HR-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1).
          05 HR-ORDER-DATE        PIC X(10).
          05 FILLER               PIC X(1).
          05 HR-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 HR-LINE-COUNT        PIC 9(3).
          05 FILLER               PIC X(1).
          05 HR-REASON            PIC X(30).
          05 FILLER               PIC X(1).
          05 HR-HELD-DATE         PIC X(10).
          05 FILLER               PIC X(1).
          05 HR-DECISION          PIC X(1).
          05 FILLER               PIC X(1).
          05 HR-COMMENT           PIC X(20).
          05 FILLER               PIC X(1).
          05 HR-APPROVER          PIC X(8).
          05 FILLER               PIC X(1).
          05 HR-DECISION-TS       PIC X(20).

      * VERROU D'EXECUTION (MEME DISPOSITION DANS TOUS LES PROGRAMMES
      * DE LA CHAINE QUI ECRIVENT LA BASE) : 'H' = DETENU, 'F' = RENDU
       FD  RUNLOCK-FILE.
       01 RUNLOCK-RECORD.
          05 LK-STATUS            PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 LK-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 LK-TIMESTAMP         PIC X(20).

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

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.
       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.
          88 WS-RH-EOF                           VALUE '10'.
       01 WS-NT-STATUS            PIC XX         VALUE SPACES.
          88 WS-NT-OK                            VALUE '00'.
       01 WS-SC-STATUS            PIC XX         VALUE SPACES.
          88 WS-SC-OK                            VALUE '00'.
          88 WS-SC-EOF                           VALUE '10'.
       01 WS-AK-STATUS            PIC XX         VALUE SPACES.
          88 WS-AK-OK                            VALUE '00'.
          88 WS-AK-EOF                           VALUE '10'.
       01 WS-BD-STATUS            PIC XX         VALUE SPACES.
          88 WS-BD-OK                            VALUE '00'.
          88 WS-BD-EOF                           VALUE '10'.
       01 WS-MV-STATUS            PIC XX         VALUE SPACES.
          88 WS-MV-OK                            VALUE '00'.
          88 WS-MV-EOF                           VALUE '10'.
       01 WS-BO-STATUS            PIC XX         VALUE SPACES.
          88 WS-BO-OK                            VALUE '00'.
          88 WS-BO-EOF                           VALUE '10'.
       01 WS-BN-STATUS            PIC XX         VALUE SPACES.
          88 WS-BN-OK                            VALUE '00'.
       01 WS-HD-STATUS            PIC XX         VALUE SPACES.
          88 WS-HD-OK                            VALUE '00'.
          88 WS-HD-EOF                           VALUE '10'.
       01 WS-HN-STATUS            PIC XX         VALUE SPACES.
          88 WS-HN-OK                            VALUE '00'.
       01 WS-LY-STATUS            PIC XX         VALUE SPACES.
          88 WS-LY-OK                            VALUE '00'.
          88 WS-LY-EOF                           VALUE '10'.
       01 WS-HR-STATUS            PIC XX         VALUE SPACES.
          88 WS-HR-OK                            VALUE '00'.
       01 WS-LK-STATUS            PIC XX         VALUE SPACES.
          88 WS-LK-OK                            VALUE '00'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.
       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.
       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.

      * CARTES SYSIN
       01 WS-LOCK-OVERRIDE-SW     PIC X          VALUE 'N'.
          88 WS-LOCK-OVERRIDE                    VALUE 'Y'.
       01 WS-RUN-ID               PIC X(14)      VALUE SPACES.
          88 WS-RUN-BY-NOTIFY                    VALUE 'NOTIFY'.
       01 WS-SOURCE-CARD          PIC XX         VALUE SPACES.
       01 WS-BAL-PENDING-SW       PIC X          VALUE 'N'.
          88 WS-BAL-PENDING                      VALUE 'Y'.

      * RUN A ANNULER : FENETRE [DEBUT, FIN] DU JOURNAL DES
      * EXECUTIONS, COMPAREE SUR AAAAMMJJHHMMSSCC
       01 WS-RUN-FOUND-SW         PIC X          VALUE 'N'.
          88 WS-RUN-FOUND                        VALUE 'Y'.
       01 WS-NOTIFY-TS            PIC X(16)      VALUE SPACES.
       01 WS-NOTIFY-PARTITION     PIC X(8)       VALUE SPACES.
       01 WS-WIN-START            PIC X(16)      VALUE SPACES.
       01 WS-WIN-END              PIC X(16)      VALUE SPACES.
       01 WS-RUN-START-TS         PIC X(20)      VALUE SPACES.
       01 WS-RUN-END-TS           PIC X(20)      VALUE SPACES.
       01 WS-RUN-READ             PIC 9(7)       VALUE ZERO.
       01 WS-RUN-OK               PIC 9(7)       VALUE ZERO.
       01 WS-RUN-STATUS-CODE      PIC X(4)       VALUE SPACES.
       01 WS-OWN-START-TS         PIC X(20)      VALUE SPACES.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE LA COMMANDE (O_DATE), LA DATE
      * RENDUE DATE L'ANNULATION TRACEE DANS FVBKPOST
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-PER-POST-DATE        PIC X(10)      VALUE SPACES.
       01 WS-PER-ACTION           PIC X          VALUE 'P'.

      * TABLE DES SOURCES DE VENTES (FVSRCCTL, DEFAUTS EU/AS) ; LE
      * RANG DANS LA TABLE EST LE SUFFIXE DES DD FVACKnn/FVBALnn
       01 WS-SOURCE-TABLE.
          05 WS-SR-ENTRY OCCURS 4 TIMES INDEXED BY SR-IX.
             10 WS-SR-CODE        PIC XX         VALUE SPACES.
             10 WS-SR-IN-SCOPE    PIC X          VALUE 'N'.
             10 WS-SR-ACK-COUNT   PIC 9(5)       VALUE ZERO.
             10 WS-SR-BD-COUNT    PIC 9(5)       VALUE ZERO.
             10 WS-SR-BD-TOTAL    PIC S9(9)V99 COMP-3 VALUE +0.
             10 WS-SR-REV-TOTAL   PIC S9(9)V99 COMP-3 VALUE +0.
             10 WS-SR-MAN-TOTAL   PIC S9(9)V99 COMP-3 VALUE +0.
             10 WS-SR-COMP-COUNT  PIC 9(5)       VALUE ZERO.
       01 WS-SOURCE-COUNT         PIC 9(2)       VALUE ZERO.
       01 WS-SOURCE-MAX           PIC 9(2)       VALUE 4.
       01 WS-SOURCE-FILTER        PIC 9(2)       VALUE ZERO.
       01 WS-CUR-SRC-IDX          PIC 9(2)       VALUE ZERO.

      * ZONES COMMUNES DES EMPLACEMENTS (MEMES DISPOSITIONS
      * QU'IMPVENTS)
       01 WS-ACK-WORK.
          05 WS-AKW-ORDER-NO      PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 WS-AKW-DISP          PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 WS-AKW-TIMESTAMP     PIC X(20).
       01 WS-BALDELTA-WORK.
          05 WS-BD-CUST-NO        PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 WS-BD-DELTA          PIC S9(7)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 WS-BD-TIMESTAMP      PIC X(20).

      * COMMANDES DU RUN (UNE PAR ACCUSE DANS LA FENETRE) ET LEUR
      * SORT : ' ' A TRAITER, 'R' REVERSEE, 'W' ATTENTE RETIREE,
      * 'M' A TRAITER MANUELLEMENT, 'A' ABSENTE DE LA BASE,
      * 'E' ERREUR
       01 WS-RUN-ORDER-TABLE.
          05 WS-RV-ENTRY OCCURS 5000 TIMES INDEXED BY RV-IX.
             10 WS-RV-ORDER-NO    PIC 9(7).
             10 WS-RV-SRC-IDX     PIC 9(2).
             10 WS-RV-DISP        PIC X(8).
             10 WS-RV-CUST-NO     PIC 9(4).
             10 WS-RV-AMOUNT      PIC S9(9)V99 COMP-3.
             10 WS-RV-STATE       PIC X.
             10 WS-RV-BAL-MODE    PIC X.
             10 WS-RV-REASON      PIC X(40).
       01 WS-RV-COUNT             PIC 9(5)       VALUE ZERO.
       01 WS-RV-MAX               PIC 9(5)       VALUE 5000.
       01 WS-RV-FOUND             PIC 9(5)       VALUE ZERO.
       01 WS-RV-CUR               PIC 9(5)       VALUE ZERO.
       01 WS-FIND-ORDER-NO        PIC 9(7)       VALUE ZERO.

      * STOCK NET ENCORE PRELEVE PAR COMMANDE DU RUN ET PAR PRODUIT,
      * CUMULE SUR LES LIGNES FVSTKMOV POSEES DEPUIS LE DEBUT DU RUN
      * (AVANT - APRES : POSITIF = SORTIE, NEGATIF = RENTREE)
       01 WS-LEDGER-TABLE.
          05 WS-LG-ENTRY OCCURS 20000 TIMES INDEXED BY LG-IX.
             10 WS-LG-RV-IDX      PIC 9(5).
             10 WS-LG-PROD-NO     PIC X(3).
             10 WS-LG-NET         PIC S9(7) COMP-3.
       01 WS-LG-COUNT             PIC 9(5)       VALUE ZERO.
       01 WS-LG-MAX               PIC 9(5)       VALUE 20000.
       01 WS-LG-FOUND             PIC 9(5)       VALUE ZERO.
       01 WS-LG-ORDER-NO          PIC 9(7)       VALUE ZERO.

      * MOUVEMENTS DE STOCK DE LA COMMANDE EN COURS, ECRITS AU
      * JOURNAL SEULEMENT APRES LE COMMIT DE LA COMMANDE
       01 WS-PEND-MOVE-TABLE.
          05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY PM-IX.
             10 WS-PM-PROD-NO     PIC X(3).
             10 WS-PM-BEFORE      PIC S9(7) COMP-3.
             10 WS-PM-AFTER       PIC S9(7) COMP-3.
       01 WS-PM-COUNT             PIC 9(3)       VALUE ZERO.
       01 WS-PM-MAX               PIC 9(3)       VALUE 200.

      * POSITION DU NUMERO DE COMMANDE DANS LES IMAGES FVHELD (MEMES
      * DEFAUTS ET MEME CARTE ORDNO=pp,ll QU'IMPVENTS/RELHOLDS)
       01 WS-LAY-ORDNO-POS        PIC 99         VALUE 02.
       01 WS-LAY-ORDNO-LEN        PIC 99         VALUE 07.
       01 WS-LAY-FIELD            PIC X(10)      VALUE SPACES.
       01 WS-LAY-VALUE            PIC X(10)      VALUE SPACES.
       01 WS-LAY-POS-TXT          PIC X(2)       VALUE SPACES.
       01 WS-LAY-LEN-TXT          PIC X(2)       VALUE SPACES.
       01 WS-HD-ORDER-NO          PIC 9(7)       VALUE ZERO.

      * INDICATEURS DE LA COMMANDE EN COURS
       01 WS-ORDER-ERROR-SW       PIC X          VALUE 'N'.
          88 WS-ORDER-ERROR                      VALUE 'Y'.
       01 WS-CURSOR-EOF-SW        PIC X          VALUE 'N'.
          88 WS-CURSOR-EOF                       VALUE 'Y'.
       01 WS-REVIEW-OPEN-SW       PIC X          VALUE 'N'.
          88 WS-REVIEW-OPEN                      VALUE 'Y'.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-ACKS-READ         PIC 9(5)       VALUE ZERO.
          05 WS-ACKS-OUT-RUN      PIC 9(5)       VALUE ZERO.
          05 WS-ACKS-IGNORED      PIC 9(5)       VALUE ZERO.
          05 WS-ORDERS-REVERSED   PIC 9(5)       VALUE ZERO.
          05 WS-ORDERS-MANUAL     PIC 9(5)       VALUE ZERO.
          05 WS-ORDERS-ABSENT     PIC 9(5)       VALUE ZERO.
          05 WS-ORDERS-ERROR      PIC 9(5)       VALUE ZERO.
          05 WS-HOLDS-WITHDRAWN   PIC 9(5)       VALUE ZERO.
          05 WS-MOVES-WRITTEN     PIC 9(5)       VALUE ZERO.
          05 WS-BO-KEPT           PIC 9(5)       VALUE ZERO.
          05 WS-BO-DROPPED        PIC 9(5)       VALUE ZERO.
          05 WS-HD-KEPT           PIC 9(5)       VALUE ZERO.
          05 WS-HD-DROPPED        PIC 9(5)       VALUE ZERO.
          05 WS-REVIEW-DELETED    PIC 9(5)       VALUE ZERO.
       01 WS-TOTAL-REVERSED       PIC S9(9)V99 COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'ANNULATION D''UN CHARGEMENT DE NUIT (IMPVENTS)'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-RUN-LINE.
             10 FILLER            PIC X(17)      VALUE
                                  'RUN IMPVENTS DU '.
             10 WS-RPT-RUN-START  PIC X(14).
             10 FILLER            PIC X(4)       VALUE ' AU '.
             10 WS-RPT-RUN-END    PIC X(14).
             10 FILLER            PIC X(8)       VALUE ' - LUS: '.
             10 WS-RPT-RUN-READ   PIC Z(6)9.
             10 FILLER            PIC X(6)       VALUE ' OK: '.
             10 WS-RPT-RUN-OK     PIC Z(6)9.
             10 FILLER            PIC X(10)      VALUE ' - STATUT '.
             10 WS-RPT-RUN-STAT   PIC X(4).
             10 FILLER            PIC X(11)      VALUE ' - SOURCE: '.
             10 WS-RPT-RUN-SRC    PIC X(6).
          05 WS-SECTION-LINE      PIC X(132).
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(5)       VALUE 'SRC: '.
             10 WS-RPT-SRC        PIC XX.
             10 FILLER            PIC X(6)       VALUE '  O#: '.
             10 WS-RPT-ONO        PIC ZZZZZZ9.
             10 FILLER            PIC X(10)      VALUE '  CLIENT: '.
             10 WS-RPT-CUST       PIC ZZZ9.
             10 FILLER            PIC X(10)      VALUE '  ACCUSE: '.
             10 WS-RPT-DISP       PIC X(8).
             10 FILLER            PIC X(11)      VALUE '  MONTANT: '.
             10 WS-RPT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(40).
          05 WS-BALANCE-LINE.
             10 FILLER            PIC X(17)      VALUE
                                  'DELTAS DIFFERES '.
             10 WS-RPT-BD-SRC     PIC XX.
             10 FILLER            PIC X(6)       VALUE '  NB: '.
             10 WS-RPT-BD-COUNT   PIC ZZ,ZZ9.
             10 FILLER            PIC X(9)       VALUE '  TOTAL: '.
             10 WS-RPT-BD-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER            PIC X(12)      VALUE '  REVERSES: '.
             10 WS-RPT-BD-REV     PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER            PIC X(13)      VALUE
                                  '  MANUELLES: '.
             10 WS-RPT-BD-MAN     PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER            PIC X(13)      VALUE
                                  '  INVERSES: '.
             10 WS-RPT-BD-COMP    PIC ZZ,ZZ9.
          05 WS-SUMMARY-LINE-1.
             10 FILLER            PIC X(16)      VALUE
                                  'ACCUSES DU RUN: '.
             10 WS-RPT-ACKS       PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - REVERSEES: '.
             10 WS-RPT-REVERSED   PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - MANUELLES: '.
             10 WS-RPT-MANUAL     PIC ZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE ' - ABSENTES: '.
             10 WS-RPT-ABSENT     PIC ZZ,ZZ9.
             10 FILLER            PIC X(12)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
             10 FILLER            PIC X(11)      VALUE ' - TOTAL: '.
             10 WS-RPT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-SUMMARY-LINE-2.
             10 FILLER            PIC X(20)      VALUE
                                  'ATTENTES RETIREES: '.
             10 WS-RPT-HOLDS      PIC ZZ,ZZ9.
             10 FILLER            PIC X(19)      VALUE
                                  ' - LIGNES FVHELD: '.
             10 WS-RPT-HD-DROP    PIC ZZ,ZZ9.
             10 FILLER            PIC X(10)      VALUE ' - REVUE: '.
             10 WS-RPT-REVIEW     PIC ZZ,ZZ9.
             10 FILLER            PIC X(22)      VALUE
                                  ' - RELIQUATS RETIRES: '.
             10 WS-RPT-BO-DROP    PIC ZZ,ZZ9.
             10 FILLER            PIC X(22)      VALUE
                                  ' - MOUVEMENTS STOCK: '.
             10 WS-RPT-MOVES      PIC ZZ,ZZ9.
          05 WS-MESSAGE-LINE      PIC X(132).
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEMES CONVENTIONS QU'IMPVENTS/ORDAMEND)
       01 H-O-NO                  PIC 9(7).
       01 H-O-STATUS              PIC X(10).
       01 H-O-DATE                PIC X(10).
       01 H-C-NO                  PIC 9(4).
       01 H-RET-COUNT             PIC S9(9)      USAGE COMP.
       01 H-ORDER-AMOUNT          PIC S9(9)V99   USAGE COMP-3.
       01 H-BAL-DELTA             PIC S9(9)V99   USAGE COMP-3.
       01 H-P-NO                  PIC XXX.
       01 H-STOCK-BEFORE          PIC S9(7)      USAGE COMP-3.
       01 H-STOCK-QTY             PIC S9(7)      USAGE COMP-3.
       01 H-LOC                   PIC X(2).
       01 H-LOT-NO                PIC X(10).
       01 H-LOT-QTY               PIC S9(7)      USAGE COMP-3.
       01 H-CAMP-CODE             PIC X(8).
       01 H-CAMP-DISC             PIC S9(9)V99   USAGE COMP-3.

      * REMISES DE CAMPAGNE PORTEES PAR LES LIGNES DE LA COMMANDE
           EXEC SQL
               DECLARE CAMP-CURSOR CURSOR FOR
               SELECT CAMP_CODE, SUM(COALESCE(CAMP_DISC,0))
                 FROM API9.ITEMS
                WHERE O_NO = :H-O-NO
                  AND CAMP_CODE IS NOT NULL
                  AND CAMP_CODE <> ' '
                GROUP BY CAMP_CODE
           END-EXEC.

      * PRELEVEMENTS PAR LOT ENCORE NETS DE LA COMMANDE
           EXEC SQL
               DECLARE LOT-CURSOR CURSOR FOR
               SELECT P_NO, LOT_NO, SUM(QTY)
                 FROM API9.LOT_ALLOC
                WHERE O_NO = :H-O-NO
                GROUP BY P_NO, LOT_NO
           END-EXEC.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM IDENTIFY-RUN
           PERFORM LOAD-RUN-ACKS
           PERFORM LOAD-STOCK-LEDGER
           PERFORM LOAD-BALANCE-DELTAS
           PERFORM OPEN-OUTPUT-FILES
           PERFORM PROCESS-RUN-ORDERS
           PERFORM WRITE-PENDING-COMPENSATIONS
           PERFORM WITHDRAW-BACKORDERS
           PERFORM WITHDRAW-HELD-LINES
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME LOADREV'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-OWN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-RUN-ID = SPACES
              DISPLAY 'CARTE RUN=AAAAMMJJHHMMSS OU RUN=NOTIFY '
                      'OBLIGATOIRE'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TAKE-RUN-LOCK
           PERFORM LOAD-SOURCE-CONTROL
           PERFORM LOAD-LAYOUT
           PERFORM LOAD-PERIOD-STATUS

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * CARTES SYSIN : RUN=AAAAMMJJHHMMSS (DEBUT DU RUN AU JOURNAL)   *
      * OU RUN=NOTIFY, SOURCE=xx, BALANCE=PENDING, LOCKFORCE          *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF NOT WS-SI-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-EOF
              READ SYSIN-FILE
                 AT END MOVE '10' TO WS-SI-STATUS
                 NOT AT END PERFORM PROCESS-SYSIN-CARD
              END-READ
           END-PERFORM
           CLOSE SYSIN-FILE
           .

       PROCESS-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:10) = 'RUN=NOTIFY'
                 MOVE 'NOTIFY' TO WS-RUN-ID
              WHEN SYSIN-RECORD(1:4) = 'RUN='
                 IF SYSIN-RECORD(5:14) IS NUMERIC
                    MOVE SYSIN-RECORD(5:14) TO WS-RUN-ID
                 ELSE
                    DISPLAY 'CARTE RUN= IGNOREE (AAAAMMJJHHMMSS '
                            'ATTENDU): ' SYSIN-RECORD(1:30)
                 END-IF
              WHEN SYSIN-RECORD(1:7) = 'SOURCE='
                 MOVE SYSIN-RECORD(8:2) TO WS-SOURCE-CARD
              WHEN SYSIN-RECORD(1:15) = 'BALANCE=PENDING'
                 MOVE 'Y' TO WS-BAL-PENDING-SW
                 DISPLAY 'CARTE BALANCE=PENDING : DELTAS DIFFERES '
                         'COMPENSES DANS FVBALnn'
              WHEN SYSIN-RECORD(1:9) = 'LOCKFORCE'
                 MOVE 'Y' TO WS-LOCK-OVERRIDE-SW
                 DISPLAY 'CARTE LOCKFORCE : VERROU EVENTUEL IGNORE'
           END-EVALUATE
           .

      *****************************************************************
      * PRISE DU VERROU D'EXECUTION DE LA CHAINE (MEME MECANIQUE QUE  *
      * LES AUTRES PROGRAMMES QUI ECRIVENT LA BASE)                   *
      *****************************************************************
       TAKE-RUN-LOCK.
           OPEN INPUT RUNLOCK-FILE
           IF WS-LK-OK
              READ RUNLOCK-FILE
              IF WS-LK-OK AND LK-STATUS = 'H'
                 AND NOT WS-LOCK-OVERRIDE
                 DISPLAY 'VERROU DE CHAINE DETENU PAR ' LK-PROGRAM
                         ' DEPUIS ' LK-TIMESTAMP
                 DISPLAY 'DEMARRAGE REFUSE (CARTE SYSIN LOCKFORCE '
                         'POUR NETTOYER APRES INCIDENT)'
                 CLOSE RUNLOCK-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              CLOSE RUNLOCK-FILE
           END-IF
           OPEN OUTPUT RUNLOCK-FILE
           IF NOT WS-LK-OK
              DISPLAY 'ERREUR POSE DU VERROU DE CHAINE: '
                      WS-LK-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'H' TO LK-STATUS
           MOVE 'LOADREV' TO LK-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:20) TO LK-TIMESTAMP
           WRITE RUNLOCK-RECORD
           CLOSE RUNLOCK-FILE
           .

       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUNLOCK-FILE
           IF WS-LK-OK
              MOVE 'F' TO LK-STATUS
              MOVE 'LOADREV' TO LK-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:20) TO LK-TIMESTAMP
              WRITE RUNLOCK-RECORD
              CLOSE RUNLOCK-FILE
           ELSE
              DISPLAY 'ERREUR LEVEE DU VERROU DE CHAINE: '
                      WS-LK-STATUS
           END-IF
           .

      *****************************************************************
      * TABLE DES SOURCES (FVSRCCTL) ; FICHIER ABSENT OU VIDE =       *
      * SOURCES HISTORIQUES EU (EMPLACEMENT 1) ET AS (EMPLACEMENT 2)  *
      *****************************************************************
       LOAD-SOURCE-CONTROL.
           OPEN INPUT SOURCE-CTL-FILE
           IF WS-SC-OK
              PERFORM UNTIL WS-SC-EOF
                 READ SOURCE-CTL-FILE
                    AT END MOVE '10' TO WS-SC-STATUS
                    NOT AT END PERFORM LOAD-ONE-SOURCE
                 END-READ
              END-PERFORM
              CLOSE SOURCE-CTL-FILE
           END-IF
           IF WS-SOURCE-COUNT = 0
              MOVE 'EU' TO WS-SR-CODE(1)
              MOVE 'AS' TO WS-SR-CODE(2)
              MOVE 2 TO WS-SOURCE-COUNT
           END-IF
           .

       LOAD-ONE-SOURCE.
           IF SC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
              DISPLAY 'TABLE DES SOURCES PLEINE, SOURCE IGNOREE: '
                      SC-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SOURCE-COUNT
           MOVE SC-CODE TO WS-SR-CODE(WS-SOURCE-COUNT)
           .

      *****************************************************************
      * LAYOUT DES IMAGES (PROJET.VENTES.LAYOUT) : SEULE LA POSITION  *
      * DU NUMERO DE COMMANDE (ORDNO=pp,ll) SERT ICI                  *
      *****************************************************************
       LOAD-LAYOUT.
           OPEN INPUT LAYOUT-FILE
           IF WS-LY-OK
              PERFORM UNTIL WS-LY-EOF
                 READ LAYOUT-FILE
                    AT END MOVE '10' TO WS-LY-STATUS
                    NOT AT END PERFORM PROCESS-LAYOUT-LINE
                 END-READ
              END-PERFORM
              CLOSE LAYOUT-FILE
           END-IF
           .

       PROCESS-LAYOUT-LINE.
           MOVE SPACES TO WS-LAY-FIELD WS-LAY-VALUE
           UNSTRING LAYOUT-RECORD DELIMITED BY '='
              INTO WS-LAY-FIELD WS-LAY-VALUE
           END-UNSTRING
           IF WS-LAY-FIELD NOT = 'ORDNO'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LAY-POS-TXT WS-LAY-LEN-TXT
           UNSTRING WS-LAY-VALUE DELIMITED BY ','
              INTO WS-LAY-POS-TXT WS-LAY-LEN-TXT
           END-UNSTRING
           IF WS-LAY-POS-TXT = SPACES OR WS-LAY-LEN-TXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-LAY-POS-TXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-LAY-LEN-TXT) NOT = 0
              DISPLAY 'LIGNE LAYOUT IGNOREE (MAL FORMEE): '
                      LAYOUT-RECORD
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LAY-POS-TXT) TO WS-LAY-ORDNO-POS
           MOVE FUNCTION NUMVAL(WS-LAY-LEN-TXT) TO WS-LAY-ORDNO-LEN
           .

      *****************************************************************
      * IDENTIFICATION DU RUN A ANNULER DANS LE JOURNAL DES           *
      * EXECUTIONS : PAR SON DEBUT (RUN=AAAAMMJJHHMMSS), OU PAR LA    *
      * NOTIFICATION D'IMPVENTS (DERNIER RUN IMPVENTS COMMENCE AVANT  *
      * L'HORODATAGE DE LA NOTIFICATION) ; PUIS PERIMETRE DES SOURCES *
      *****************************************************************
       IDENTIFY-RUN.
           IF WS-RUN-BY-NOTIFY
              PERFORM READ-NOTIFICATION
           END-IF

           OPEN INPUT RUNHIST-FILE
           IF NOT WS-RH-OK
              MOVE 'JOURNAL DES EXECUTIONS (FRUNHST) INTROUVABLE'
                 TO WS-MESSAGE-LINE
              PERFORM STOP-CONFIGURATION
           END-IF
           PERFORM UNTIL WS-RH-EOF
              READ RUNHIST-FILE
                 AT END MOVE '10' TO WS-RH-STATUS
                 NOT AT END PERFORM CHECK-RUN-RECORD
              END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE

           IF NOT WS-RUN-FOUND
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'RUN IMPVENTS ' WS-RUN-ID
                     ' ABSENT DU JOURNAL DES EXECUTIONS'
                     DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              END-STRING
              PERFORM STOP-CONFIGURATION
           END-IF
           IF WS-RUN-END-TS = SPACES OR WS-RUN-END-TS = ZERO
              MOVE WS-OWN-START-TS TO WS-RUN-END-TS
           END-IF
           MOVE WS-RUN-START-TS(1:16) TO WS-WIN-START
           MOVE WS-RUN-END-TS(1:16)   TO WS-WIN-END

           PERFORM RESOLVE-SOURCE-SCOPE

           MOVE WS-RUN-START-TS(1:14) TO WS-RPT-RUN-START
           MOVE WS-RUN-END-TS(1:14)   TO WS-RPT-RUN-END
           MOVE WS-RUN-READ           TO WS-RPT-RUN-READ
           MOVE WS-RUN-OK             TO WS-RPT-RUN-OK
           MOVE WS-RUN-STATUS-CODE    TO WS-RPT-RUN-STAT
           IF WS-SOURCE-FILTER = 0
              MOVE 'TOUTES' TO WS-RPT-RUN-SRC
           ELSE
              MOVE WS-SR-CODE(WS-SOURCE-FILTER) TO WS-RPT-RUN-SRC
           END-IF
           WRITE REPORT-RECORD FROM WS-RUN-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           DISPLAY 'RUN IMPVENTS A ANNULER : ' WS-RUN-START-TS
                   ' - ' WS-RUN-END-TS
           .

      * LA NOTIFICATION D'UNE CHAINE PARTITIONNEE EST ECRITE EN
      * DERNIER PAR L'ETAPE BALANCE, QUI NE CHARGE AUCUNE COMMANDE :
      * IL FAUT ALORS DESIGNER L'ETAPE SOURCE PAR RUN=
       READ-NOTIFICATION.
           OPEN INPUT NOTIFY-FILE
           IF NOT WS-NT-OK
              MOVE 'NOTIFICATION IMPVENTS (FVENOTE) INTROUVABLE'
                 TO WS-MESSAGE-LINE
              PERFORM STOP-CONFIGURATION
           END-IF
           READ NOTIFY-FILE
           IF NOT WS-NT-OK OR NT-PROGRAM NOT = 'IMPVENTS'
              CLOSE NOTIFY-FILE
              MOVE 'FVENOTE NE PORTE PAS DE NOTIFICATION IMPVENTS'
                 TO WS-MESSAGE-LINE
              PERFORM STOP-CONFIGURATION
           END-IF
           MOVE NT-TIMESTAMP(1:16) TO WS-NOTIFY-TS
           MOVE NT-PARTITION       TO WS-NOTIFY-PARTITION
           CLOSE NOTIFY-FILE
           IF WS-NOTIFY-PARTITION = 'BALANCE'
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'NOTIFICATION DE L''ETAPE BALANCE : DESIGNER '
                     'L''ETAPE SOURCE PAR RUN=AAAAMMJJHHMMSS'
                     DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              END-STRING
              PERFORM STOP-CONFIGURATION
           END-IF
      * UNE ETAPE PARTITION=<CODE> NE CHARGE QUE SA SOURCE
           IF WS-SOURCE-CARD = SPACES
              AND WS-NOTIFY-PARTITION NOT = 'BOTH'
              AND WS-NOTIFY-PARTITION NOT = SPACES
              MOVE WS-NOTIFY-PARTITION(1:2) TO WS-SOURCE-CARD
           END-IF
           .

       CHECK-RUN-RECORD.
           IF RH-PROGRAM NOT = 'IMPVENTS'
              EXIT PARAGRAPH
           END-IF
           IF WS-RUN-BY-NOTIFY
              IF RH-START-TS(1:16) > WS-NOTIFY-TS
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF RH-START-TS(1:14) NOT = WS-RUN-ID
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 'Y'              TO WS-RUN-FOUND-SW
           MOVE RH-START-TS      TO WS-RUN-START-TS
           MOVE RH-END-TS        TO WS-RUN-END-TS
           MOVE RH-RECORDS-READ  TO WS-RUN-READ
           MOVE RH-RECORDS-OK    TO WS-RUN-OK
           MOVE RH-STATUS-CODE   TO WS-RUN-STATUS-CODE
           .

       RESOLVE-SOURCE-SCOPE.
           MOVE 0 TO WS-SOURCE-FILTER
           IF WS-SOURCE-CARD NOT = SPACES
              PERFORM VARYING SR-IX FROM 1 BY 1
                      UNTIL SR-IX > WS-SOURCE-COUNT
                 IF WS-SR-CODE(SR-IX) = WS-SOURCE-CARD
                    SET WS-SOURCE-FILTER TO SR-IX
                 END-IF
              END-PERFORM
              IF WS-SOURCE-FILTER = 0
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'SOURCE ' WS-SOURCE-CARD
                        ' NON DECLAREE DANS FVSRCCTL'
                        DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 END-STRING
                 PERFORM STOP-CONFIGURATION
              END-IF
           END-IF
           PERFORM VARYING SR-IX FROM 1 BY 1
                   UNTIL SR-IX > WS-SOURCE-COUNT
              IF WS-SOURCE-FILTER = 0 OR WS-SOURCE-FILTER = SR-IX
                 MOVE 'Y' TO WS-SR-IN-SCOPE(SR-IX)
              END-IF
           END-PERFORM
           .

      * ARRET SUR ERREUR DE PARAMETRAGE : AUCUNE MISE A JOUR FAITE
       STOP-CONFIGURATION.
           DISPLAY WS-MESSAGE-LINE
           IF WS-RP-OK
              WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
              CLOSE REPORT-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCK
           GOBACK
           .

      *****************************************************************
      * COMMANDES DU RUN : ACCUSES FVACKnn DES SOURCES DU PERIMETRE   *
      * HORODATES DANS LA FENETRE DU RUN (LES ACCUSES AJOUTES ENSUITE *
      * PAR RELHOLDS TOMBENT HORS FENETRE) ; REJETEE ET QUARANT NE    *
      * POSENT RIEN EN BASE ET SONT IGNOREES                          *
      *****************************************************************
       LOAD-RUN-ACKS.
           PERFORM VARYING WS-CUR-SRC-IDX FROM 1 BY 1
                   UNTIL WS-CUR-SRC-IDX > WS-SOURCE-COUNT
              IF WS-SR-IN-SCOPE(WS-CUR-SRC-IDX) = 'Y'
                 PERFORM LOAD-ACKS-ONE-SOURCE
              END-IF
           END-PERFORM
           IF WS-RV-COUNT = 0
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'AUCUNE COMMANDE DU RUN DANS LES ACCUSES FVACKnn '
                     '(REECRITS DEPUIS PAR UN AUTRE RUN ?)'
                     DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              END-STRING
              DISPLAY WS-MESSAGE-LINE
              WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
              CLOSE REPORT-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF
           DISPLAY 'COMMANDES DU RUN A EXAMINER: ' WS-RV-COUNT
           .

       LOAD-ACKS-ONE-SOURCE.
           PERFORM OPEN-CURRENT-ACK
           IF NOT WS-AK-OK
              DISPLAY 'PAS D''ACCUSES POUR LA SOURCE '
                      WS-SR-CODE(WS-CUR-SRC-IDX) ' (' WS-AK-STATUS ')'
              MOVE '00' TO WS-AK-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-CURRENT-ACK
           PERFORM UNTIL WS-AK-EOF
              PERFORM KEEP-RUN-ACK
              PERFORM READ-CURRENT-ACK
           END-PERFORM
           PERFORM CLOSE-CURRENT-ACK
           .

       KEEP-RUN-ACK.
           ADD 1 TO WS-ACKS-READ
           IF WS-AKW-TIMESTAMP(1:16) < WS-WIN-START
              OR WS-AKW-TIMESTAMP(1:16) > WS-WIN-END
              ADD 1 TO WS-ACKS-OUT-RUN
              EXIT PARAGRAPH
           END-IF
           IF WS-AKW-DISP NOT = 'CHARGEE ' AND NOT = 'BACKORD '
              AND NOT = 'SUBSTIT ' AND NOT = 'ATTENTE '
              ADD 1 TO WS-ACKS-IGNORED
              EXIT PARAGRAPH
           END-IF
           IF WS-RV-COUNT >= WS-RV-MAX
              DISPLAY 'TABLE DES COMMANDES DU RUN PLEINE, COMMANDE '
                      'NON ANNULEE: ' WS-AKW-ORDER-NO
              ADD 1 TO WS-ORDERS-ERROR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RV-COUNT
           ADD 1 TO WS-SR-ACK-COUNT(WS-CUR-SRC-IDX)
           MOVE WS-AKW-ORDER-NO TO WS-RV-ORDER-NO(WS-RV-COUNT)
           MOVE WS-CUR-SRC-IDX  TO WS-RV-SRC-IDX(WS-RV-COUNT)
           MOVE WS-AKW-DISP     TO WS-RV-DISP(WS-RV-COUNT)
           MOVE ZERO            TO WS-RV-CUST-NO(WS-RV-COUNT)
           MOVE +0              TO WS-RV-AMOUNT(WS-RV-COUNT)
           MOVE SPACE           TO WS-RV-STATE(WS-RV-COUNT)
           MOVE SPACE           TO WS-RV-BAL-MODE(WS-RV-COUNT)
           MOVE SPACES          TO WS-RV-REASON(WS-RV-COUNT)
           .

       OPEN-CURRENT-ACK.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 OPEN INPUT ACK01-FILE
              WHEN 2 OPEN INPUT ACK02-FILE
              WHEN 3 OPEN INPUT ACK03-FILE
              WHEN OTHER OPEN INPUT ACK04-FILE
           END-EVALUATE
           .

       READ-CURRENT-ACK.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1
                 READ ACK01-FILE
                    AT END MOVE '10' TO WS-AK-STATUS
                    NOT AT END MOVE ACK01-REC TO WS-ACK-WORK
                 END-READ
              WHEN 2
                 READ ACK02-FILE
                    AT END MOVE '10' TO WS-AK-STATUS
                    NOT AT END MOVE ACK02-REC TO WS-ACK-WORK
                 END-READ
              WHEN 3
                 READ ACK03-FILE
                    AT END MOVE '10' TO WS-AK-STATUS
                    NOT AT END MOVE ACK03-REC TO WS-ACK-WORK
                 END-READ
              WHEN OTHER
                 READ ACK04-FILE
                    AT END MOVE '10' TO WS-AK-STATUS
                    NOT AT END MOVE ACK04-REC TO WS-ACK-WORK
                 END-READ
           END-EVALUATE
           .

       CLOSE-CURRENT-ACK.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 CLOSE ACK01-FILE
              WHEN 2 CLOSE ACK02-FILE
              WHEN 3 CLOSE ACK03-FILE
              WHEN OTHER CLOSE ACK04-FILE
           END-EVALUATE
           MOVE '00' TO WS-AK-STATUS
           .

      *****************************************************************
      * RECHERCHE D'UNE COMMANDE DANS LA TABLE DU RUN (WS-RV-FOUND =  *
      * RANG, 0 SI ABSENTE)                                           *
      *****************************************************************
       FIND-RUN-ORDER.
           MOVE 0 TO WS-RV-FOUND
           PERFORM VARYING RV-IX FROM 1 BY 1
                   UNTIL RV-IX > WS-RV-COUNT OR WS-RV-FOUND > 0
              IF WS-RV-ORDER-NO(RV-IX) = WS-FIND-ORDER-NO
                 SET WS-RV-FOUND TO RV-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * STOCK NET ENCORE PRELEVE : LIGNES FVSTKMOV POSEES DEPUIS LE   *
      * DEBUT DU RUN DONT LA REFERENCE EST UNE COMMANDE DU RUN, QUEL  *
      * QUE SOIT LE PROGRAMME (IMPVENTS, RELBACKO, RELHOLDS,          *
      * ORDAMEND), SAUF LES LIGNES DE CE PROGRAMME                    *
      *****************************************************************
       LOAD-STOCK-LEDGER.
           OPEN INPUT STKMOV-FILE
           IF NOT WS-MV-OK
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'JOURNAL DES MOUVEMENTS DE STOCK ABSENT : AUCUN '
                     'STOCK NE SERA RENDU'
                     DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              END-STRING
              DISPLAY WS-MESSAGE-LINE
              WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
              MOVE '00' TO WS-MV-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MV-EOF
              READ STKMOV-FILE
                 AT END MOVE '10' TO WS-MV-STATUS
                 NOT AT END PERFORM KEEP-LEDGER-LINE
              END-READ
           END-PERFORM
           CLOSE STKMOV-FILE
           MOVE '00' TO WS-MV-STATUS
           .

       KEEP-LEDGER-LINE.
           IF MV-TIMESTAMP(1:16) < WS-WIN-START
              OR MV-PROGRAM = 'LOADREV'
              OR MV-REFERENCE(1:7) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE MV-REFERENCE(1:7) TO WS-LG-ORDER-NO
           MOVE WS-LG-ORDER-NO    TO WS-FIND-ORDER-NO
           PERFORM FIND-RUN-ORDER
           IF WS-RV-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LG-FOUND
           PERFORM VARYING LG-IX FROM 1 BY 1
                   UNTIL LG-IX > WS-LG-COUNT OR WS-LG-FOUND > 0
              IF WS-LG-RV-IDX(LG-IX) = WS-RV-FOUND
                 AND WS-LG-PROD-NO(LG-IX) = MV-PROD-NO
                 SET WS-LG-FOUND TO LG-IX
              END-IF
           END-PERFORM
           IF WS-LG-FOUND = 0
              IF WS-LG-COUNT >= WS-LG-MAX
                 DISPLAY 'TABLE DES MOUVEMENTS PLEINE, STOCK NON '
                         'RENDU POUR ' WS-LG-ORDER-NO '/' MV-PROD-NO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LG-COUNT
              MOVE WS-LG-COUNT TO WS-LG-FOUND
              MOVE WS-RV-FOUND TO WS-LG-RV-IDX(WS-LG-FOUND)
              MOVE MV-PROD-NO  TO WS-LG-PROD-NO(WS-LG-FOUND)
              MOVE +0          TO WS-LG-NET(WS-LG-FOUND)
           END-IF
           COMPUTE WS-LG-NET(WS-LG-FOUND) = WS-LG-NET(WS-LG-FOUND)
                   + MV-QTY-BEFORE - MV-QTY-AFTER
           .

      *****************************************************************
      * DELTAS DE SOLDE DIFFERES DU RUN (FVBALnn, RUN PARTITIONNE) :  *
      * TOTAL PAR SOURCE POUR LE RAPPROCHEMENT DU RAPPORT ; UNE SOURCE*
      * SANS DELTA DANS LA FENETRE A POSTE SES SOLDES EN DIRECT       *
      *****************************************************************
       LOAD-BALANCE-DELTAS.
           PERFORM VARYING WS-CUR-SRC-IDX FROM 1 BY 1
                   UNTIL WS-CUR-SRC-IDX > WS-SOURCE-COUNT
              IF WS-SR-IN-SCOPE(WS-CUR-SRC-IDX) = 'Y'
                 PERFORM LOAD-DELTAS-ONE-SOURCE
              END-IF
           END-PERFORM
           .

       LOAD-DELTAS-ONE-SOURCE.
           PERFORM OPEN-BALDELTA-INPUT
           IF NOT WS-BD-OK
              MOVE '00' TO WS-BD-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-CURRENT-BALDELTA
           PERFORM UNTIL WS-BD-EOF
              IF WS-BD-TIMESTAMP(1:16) NOT < WS-WIN-START
                 AND WS-BD-TIMESTAMP(1:16) NOT > WS-WIN-END
                 ADD 1 TO WS-SR-BD-COUNT(WS-CUR-SRC-IDX)
                 ADD WS-BD-DELTA TO WS-SR-BD-TOTAL(WS-CUR-SRC-IDX)
              END-IF
              PERFORM READ-CURRENT-BALDELTA
           END-PERFORM
           PERFORM CLOSE-CURRENT-BALDELTA
           .

       OPEN-BALDELTA-INPUT.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 OPEN INPUT BALD01-FILE
              WHEN 2 OPEN INPUT BALD02-FILE
              WHEN 3 OPEN INPUT BALD03-FILE
              WHEN OTHER OPEN INPUT BALD04-FILE
           END-EVALUATE
           .

       OPEN-BALDELTA-EXTEND.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 OPEN EXTEND BALD01-FILE
              WHEN 2 OPEN EXTEND BALD02-FILE
              WHEN 3 OPEN EXTEND BALD03-FILE
              WHEN OTHER OPEN EXTEND BALD04-FILE
           END-EVALUATE
           .

       READ-CURRENT-BALDELTA.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1
                 READ BALD01-FILE
                    AT END MOVE '10' TO WS-BD-STATUS
                    NOT AT END MOVE BALD01-REC TO WS-BALDELTA-WORK
                 END-READ
              WHEN 2
                 READ BALD02-FILE
                    AT END MOVE '10' TO WS-BD-STATUS
                    NOT AT END MOVE BALD02-REC TO WS-BALDELTA-WORK
                 END-READ
              WHEN 3
                 READ BALD03-FILE
                    AT END MOVE '10' TO WS-BD-STATUS
                    NOT AT END MOVE BALD03-REC TO WS-BALDELTA-WORK
                 END-READ
              WHEN OTHER
                 READ BALD04-FILE
                    AT END MOVE '10' TO WS-BD-STATUS
                    NOT AT END MOVE BALD04-REC TO WS-BALDELTA-WORK
                 END-READ
           END-EVALUATE
           .

       WRITE-CURRENT-BALDELTA.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 WRITE BALD01-REC FROM WS-BALDELTA-WORK
              WHEN 2 WRITE BALD02-REC FROM WS-BALDELTA-WORK
              WHEN 3 WRITE BALD03-REC FROM WS-BALDELTA-WORK
              WHEN OTHER WRITE BALD04-REC FROM WS-BALDELTA-WORK
           END-EVALUATE
           .

       CLOSE-CURRENT-BALDELTA.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 CLOSE BALD01-FILE
              WHEN 2 CLOSE BALD02-FILE
              WHEN 3 CLOSE BALD03-FILE
              WHEN OTHER CLOSE BALD04-FILE
           END-EVALUATE
           MOVE '00' TO WS-BD-STATUS
           .

      *****************************************************************
      * JOURNAL DES MOUVEMENTS EN AJOUT ET FICHIER DE REVUE CRHOLD03  *
      * (FACULTATIF : FERME DANS CICS PENDANT LE PASSAGE)             *
      *****************************************************************
       OPEN-OUTPUT-FILES.
           OPEN EXTEND STKMOV-FILE
           IF NOT WS-MV-OK
              OPEN OUTPUT STKMOV-FILE
           END-IF
           IF NOT WS-MV-OK
              DISPLAY 'ERREUR OUVERTURE JOURNAL DES MOUVEMENTS DE '
                      'STOCK ' WS-MV-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF
           OPEN I-O REVIEW-FILE
           IF WS-HR-OK
              MOVE 'Y' TO WS-REVIEW-OPEN-SW
           ELSE
              DISPLAY 'FICHIER DE REVUE CRHOLD03 NON OUVERT ('
                      WS-HR-STATUS '), FICHES NON SUPPRIMEES'
           END-IF
           .

      *****************************************************************
      * TRAITEMENT DES COMMANDES DU RUN, UNE UNITE DE TRAVAIL PAR     *
      * COMMANDE                                                      *
      *****************************************************************
       PROCESS-RUN-ORDERS.
           PERFORM VARYING WS-RV-CUR FROM 1 BY 1
                   UNTIL WS-RV-CUR > WS-RV-COUNT
              PERFORM REVERSE-RUN-ORDER
              PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           .

      *****************************************************************
      * UNE COMMANDE DU RUN : ATTENTE CREDIT NON LIBEREE = RETRAIT DE *
      * FVHELD SEULEMENT ; EXPEDIEE, FACTUREE OU DEJA RETOURNEE =     *
      * TRAITEMENT MANUEL ; SINON REVERSEMENT COMPLET (UNE ATTENTE    *
      * LIBEREE ENTRE-TEMPS PAR RELHOLDS EST REVERSEE COMME LES       *
      * AUTRES)                                                       *
      *****************************************************************
       REVERSE-RUN-ORDER.
           MOVE WS-RV-ORDER-NO(WS-RV-CUR) TO H-O-NO
           MOVE SPACES TO H-O-STATUS
           MOVE SPACES TO H-O-DATE
           MOVE ZERO TO H-C-NO
           EXEC SQL
               SELECT COALESCE(O_STATUS,'OPEN'), C_NO, O_DATE
                 INTO :H-O-STATUS, :H-C-NO, :H-O-DATE
                 FROM API9.ORDERS
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE = 100
              IF WS-RV-DISP(WS-RV-CUR) = 'ATTENTE '
                 MOVE 'W' TO WS-RV-STATE(WS-RV-CUR)
                 MOVE 'ATTENTE CREDIT RETIREE DE FVHELD'
                    TO WS-RV-REASON(WS-RV-CUR)
                 ADD 1 TO WS-HOLDS-WITHDRAWN
              ELSE
                 MOVE 'A' TO WS-RV-STATE(WS-RV-CUR)
                 MOVE 'ABSENTE DE LA BASE (DEJA ANNULEE ?)'
                    TO WS-RV-REASON(WS-RV-CUR)
                 ADD 1 TO WS-ORDERS-ABSENT
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'ERREUR LECTURE COMMANDE' TO WS-RV-REASON(WS-RV-CUR)
              PERFORM FLAG-ORDER-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE H-C-NO TO WS-RV-CUST-NO(WS-RV-CUR)

           MOVE +0 TO H-ORDER-AMOUNT
           EXEC SQL
               SELECT COALESCE(SUM(QUANTITY * PRICE
                                   + COALESCE(TAX_AMOUNT,0)),0)
                 INTO :H-ORDER-AMOUNT
                 FROM API9.ITEMS
                WHERE O_NO = :H-O-NO
           END-EXEC
           MOVE H-ORDER-AMOUNT TO WS-RV-AMOUNT(WS-RV-CUR)

           IF H-O-STATUS = 'SHIPPED' OR H-O-STATUS = 'INVOICED'
              MOVE SPACES TO WS-RV-REASON(WS-RV-CUR)
              STRING 'DEJA ' H-O-STATUS ', A TRAITER A LA MAIN'
                     DELIMITED BY SIZE INTO WS-RV-REASON(WS-RV-CUR)
              END-STRING
              PERFORM FLAG-ORDER-MANUAL
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO H-RET-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :H-RET-COUNT
                 FROM API9.ITEMS
                WHERE O_NO = :H-O-NO
                  AND QUANTITY < 0
           END-EXEC
           IF H-RET-COUNT > 0
              MOVE 'RETOUR DEJA ENREGISTRE, A TRAITER A LA MAIN'
                 TO WS-RV-REASON(WS-RV-CUR)
              PERFORM FLAG-ORDER-MANUAL
              EXIT PARAGRAPH
           END-IF

      * COMMANDE DATEE D'UNE PERIODE EN CLOTURE OU FERMEE : LAISSEE EN
      * L'ETAT POUR TRAITEMENT MANUEL (REFUS), OU ANNULEE AVEC TRACE DE
      * L'AJUSTEMENT AU PREMIER JOUR OUVERT POUR LES COMPTABLES (LA
      * SUPPRESSION NE PEUT PAS ETRE REDATEE, MEME PRINCIPE QUE
      * ORDAMEND)
           CALL 'PERIODCK' USING H-O-DATE WS-PER-COUNT WS-PER-TABLE
                   WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'X'
              MOVE 'PERIODE FERMEE, A TRAITER A LA MAIN'
                 TO WS-RV-REASON(WS-RV-CUR)
              PERFORM FLAG-ORDER-MANUAL
              COMPUTE BP-AMOUNT = 0 - H-ORDER-AMOUNT
              MOVE 'ANNULATION REFUSEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ORDER-ERROR-SW
           MOVE 0 TO WS-PM-COUNT
           PERFORM RETURN-CAMPAIGN-BUDGET
           PERFORM RETURN-ORDER-STOCK
           PERFORM RETURN-LOT-STOCK
           IF NOT WS-ORDER-ERROR
              PERFORM DELETE-ORDER-ROWS
           END-IF
           IF NOT WS-ORDER-ERROR
              PERFORM REVERSE-ORDER-BALANCE
           END-IF
           IF WS-ORDER-ERROR
              EXEC SQL ROLLBACK END-EXEC
              PERFORM FLAG-ORDER-ERROR
              EXIT PARAGRAPH
           END-IF

           EXEC SQL COMMIT END-EXEC
           PERFORM WRITE-ORDER-MOVEMENTS
           MOVE 'R' TO WS-RV-STATE(WS-RV-CUR)
           IF WS-RV-DISP(WS-RV-CUR) = 'ATTENTE '
              MOVE 'LIBEREE PAR RELHOLDS, REVERSEE'
                 TO WS-RV-REASON(WS-RV-CUR)
           ELSE
              MOVE 'REVERSEE' TO WS-RV-REASON(WS-RV-CUR)
           END-IF
           IF WS-PER-ACTION = 'R'
              MOVE SPACES TO WS-RV-REASON(WS-RV-CUR)
              STRING 'REVERSEE, AJUSTEMENT AU ' WS-PER-POST-DATE
                     DELIMITED BY SIZE INTO WS-RV-REASON(WS-RV-CUR)
              END-STRING
              COMPUTE BP-AMOUNT = 0 - H-ORDER-AMOUNT
              MOVE 'ANNULATION REPORTEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           ADD 1 TO WS-ORDERS-REVERSED
           ADD H-ORDER-AMOUNT TO WS-TOTAL-REVERSED
           ADD H-ORDER-AMOUNT
              TO WS-SR-REV-TOTAL(WS-RV-SRC-IDX(WS-RV-CUR))
           .

       FLAG-ORDER-MANUAL.
           MOVE 'M' TO WS-RV-STATE(WS-RV-CUR)
           ADD 1 TO WS-ORDERS-MANUAL
           ADD H-ORDER-AMOUNT
              TO WS-SR-MAN-TOTAL(WS-RV-SRC-IDX(WS-RV-CUR))
           .

       FLAG-ORDER-ERROR.
           MOVE 'E' TO WS-RV-STATE(WS-RV-CUR)
           ADD 1 TO WS-ORDERS-ERROR
           DISPLAY 'ERREUR ANNULATION COMMANDE ' H-O-NO
                   ' SQLCODE ' SQLCODE
           IF WS-RV-REASON(WS-RV-CUR) = SPACES
              MOVE 'ERREUR SQL, COMMANDE LAISSEE EN L''ETAT'
                 TO WS-RV-REASON(WS-RV-CUR)
           END-IF
           .

      *****************************************************************
      * REMISES DE CAMPAGNE RENDUES AU BUDGET CONSOMME                *
      *****************************************************************
       RETURN-CAMPAIGN-BUDGET.
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL OPEN CAMP-CURSOR END-EXEC
           PERFORM UNTIL WS-CURSOR-EOF
              EXEC SQL
                  FETCH CAMP-CURSOR INTO :H-CAMP-CODE, :H-CAMP-DISC
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-CURSOR-EOF-SW
                 IF SQLCODE NOT = 100
                    MOVE 'Y' TO WS-ORDER-ERROR-SW
                 END-IF
              ELSE
                 EXEC SQL
                    UPDATE API9.CAMPAIGNS
                       SET BUDGET_USED = COALESCE(BUDGET_USED,0)
                                       - :H-CAMP-DISC
                     WHERE CAMP_CODE = :H-CAMP-CODE
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    MOVE 'Y' TO WS-ORDER-ERROR-SW
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE CAMP-CURSOR END-EXEC
           .

      *****************************************************************
      * STOCK RENDU POUR CHAQUE PRODUIT ENCORE PRELEVE PAR LA         *
      * COMMANDE (NET DU JOURNAL) ; LE DETAIL PAR EMPLACEMENT REPASSE *
      * PAR LA ZONE DE PRELEVEMENT E1, COMME LA REMISE EN STOCK       *
      * D'IMPVENTS ET D'ORDAMEND                                      *
      *****************************************************************
       RETURN-ORDER-STOCK.
           PERFORM VARYING LG-IX FROM 1 BY 1
                   UNTIL LG-IX > WS-LG-COUNT OR WS-ORDER-ERROR
              IF WS-LG-RV-IDX(LG-IX) = WS-RV-CUR
                 AND WS-LG-NET(LG-IX) NOT = 0
                 PERFORM RETURN-ONE-PRODUCT
              END-IF
           END-PERFORM
           .

       RETURN-ONE-PRODUCT.
           MOVE WS-LG-PROD-NO(LG-IX) TO H-P-NO
           MOVE WS-LG-NET(LG-IX)     TO H-STOCK-QTY
           MOVE +0 TO H-STOCK-BEFORE
           EXEC SQL
               SELECT COALESCE(STOCK,0) INTO :H-STOCK-BEFORE
                 FROM API9.PRODUCTS
                WHERE P_NO = :H-P-NO
           END-EXEC
           EXEC SQL
               UPDATE API9.PRODUCTS
                  SET STOCK = COALESCE(STOCK,0) + :H-STOCK-QTY
                WHERE P_NO = :H-P-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ORDER-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE 'E1' TO H-LOC
           EXEC SQL
              UPDATE API9.STOCK_LOC
                 SET QTY = QTY + :H-STOCK-QTY
               WHERE P_NO = :H-P-NO
                 AND LOC  = :H-LOC
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO API9.STOCK_LOC (P_NO, LOC, QTY)
                 VALUES (:H-P-NO, :H-LOC, :H-STOCK-QTY)
              END-EXEC
           END-IF
           IF WS-PM-COUNT < WS-PM-MAX
              ADD 1 TO WS-PM-COUNT
              MOVE H-P-NO TO WS-PM-PROD-NO(WS-PM-COUNT)
              MOVE H-STOCK-BEFORE TO WS-PM-BEFORE(WS-PM-COUNT)
              COMPUTE WS-PM-AFTER(WS-PM-COUNT) =
                      H-STOCK-BEFORE + H-STOCK-QTY
           ELSE
              DISPLAY 'TROP DE PRODUITS SUR ' H-O-NO
                      ', MOUVEMENT NON JOURNALISE POUR ' H-P-NO
           END-IF
           .

      *****************************************************************
      * PRELEVEMENTS PAR LOT : CHAQUE LOT ENCORE NET RECUPERE SA      *
      * QUANTITE, PUIS LES ALLOCATIONS DE LA COMMANDE SONT SUPPRIMEES *
      *****************************************************************
       RETURN-LOT-STOCK.
           IF WS-ORDER-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL OPEN LOT-CURSOR END-EXEC
           PERFORM UNTIL WS-CURSOR-EOF
              EXEC SQL
                  FETCH LOT-CURSOR INTO :H-P-NO, :H-LOT-NO, :H-LOT-QTY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-CURSOR-EOF-SW
                 IF SQLCODE NOT = 100
                    MOVE 'Y' TO WS-ORDER-ERROR-SW
                 END-IF
              ELSE
                 IF H-LOT-QTY > 0
                    EXEC SQL
                       UPDATE API9.STOCK_LOT
                          SET QTY = QTY + :H-LOT-QTY
                        WHERE P_NO   = :H-P-NO
                          AND LOT_NO = :H-LOT-NO
                    END-EXEC
                    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       MOVE 'Y' TO WS-ORDER-ERROR-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE LOT-CURSOR END-EXEC
           IF NOT WS-ORDER-ERROR
              EXEC SQL
                  DELETE FROM API9.LOT_ALLOC
                   WHERE O_NO = :H-O-NO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'Y' TO WS-ORDER-ERROR-SW
              END-IF
           END-IF
      * LES SORTIES TRACEES PAR ENTREPOT (API9.LOC_ISSUE) DE LA
      * COMMANDE DISPARAISSENT AVEC ELLE : LA COUVERTURE CALCULEE PAR
      * LOCRPLN NE DOIT PLUS COMPTER CES VENTES
           IF NOT WS-ORDER-ERROR
              EXEC SQL
                  DELETE FROM API9.LOC_ISSUE
                   WHERE O_NO = :H-O-NO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'Y' TO WS-ORDER-ERROR-SW
              END-IF
           END-IF
           .

       DELETE-ORDER-ROWS.
           EXEC SQL
               DELETE FROM API9.ITEMS
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'Y' TO WS-ORDER-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM API9.ORDERS
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ORDER-ERROR-SW
           END-IF
           .

      *****************************************************************
      * SOLDE CLIENT : DEDUCTION DIRECTE DU MONTANT TTC, SAUF RUN     *
      * PARTITIONNE DONT L'ETAPE BALANCE N'A PAS ENCORE TOURNE (CARTE *
      * BALANCE=PENDING) : LE DELTA INVERSE EST ALORS AJOUTE AU       *
      * FICHIER DE LA SOURCE APRES LE TRAITEMENT (UNE ATTENTE LIBEREE *
      * PAR RELHOLDS A, ELLE, TOUJOURS POSTE SON SOLDE EN DIRECT)     *
      *****************************************************************
       REVERSE-ORDER-BALANCE.
           IF H-ORDER-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-BAL-PENDING
              AND WS-SR-BD-COUNT(WS-RV-SRC-IDX(WS-RV-CUR)) > 0
              AND WS-RV-DISP(WS-RV-CUR) NOT = 'ATTENTE '
              MOVE 'P' TO WS-RV-BAL-MODE(WS-RV-CUR)
              EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-RV-BAL-MODE(WS-RV-CUR)
           COMPUTE H-BAL-DELTA = 0 - H-ORDER-AMOUNT
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET BALANCE = COALESCE(BALANCE,0) + :H-BAL-DELTA
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ORDER-ERROR-SW
           END-IF
           .

      *****************************************************************
      * LIGNES AU JOURNAL COMMUN POUR LE STOCK RENDU DE LA COMMANDE   *
      * (ECRITES APRES LE COMMIT POUR NE JOURNALISER QUE LE VALIDE)   *
      *****************************************************************
       WRITE-ORDER-MOVEMENTS.
           PERFORM VARYING PM-IX FROM 1 BY 1
                   UNTIL PM-IX > WS-PM-COUNT
              MOVE FUNCTION CURRENT-DATE(1:20) TO MV-TIMESTAMP
              MOVE 'LOADREV'            TO MV-PROGRAM
              MOVE WS-PM-PROD-NO(PM-IX) TO MV-PROD-NO
              MOVE WS-PM-BEFORE(PM-IX)  TO MV-QTY-BEFORE
              MOVE WS-PM-AFTER(PM-IX)   TO MV-QTY-AFTER
              MOVE SPACES               TO MV-REFERENCE
              MOVE H-O-NO               TO MV-REFERENCE(1:7)
              WRITE STKMOV-RECORD
              IF WS-MV-OK
                 ADD 1 TO WS-MOVES-WRITTEN
              ELSE
                 DISPLAY 'ERREUR ECRITURE JOURNAL DES MOUVEMENTS '
                         WS-MV-STATUS
                 MOVE '00' TO WS-MV-STATUS
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * DELTAS INVERSES AJOUTES AUX FICHIERS FVBALnn (BALANCE=PENDING)*
      * : L'ETAPE BALANCE APPLIQUERA LE DELTA D'ORIGINE ET SON INVERSE*
      *****************************************************************
       WRITE-PENDING-COMPENSATIONS.
           IF NOT WS-BAL-PENDING
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CUR-SRC-IDX FROM 1 BY 1
                   UNTIL WS-CUR-SRC-IDX > WS-SOURCE-COUNT
              IF WS-SR-IN-SCOPE(WS-CUR-SRC-IDX) = 'Y'
                 AND WS-SR-BD-COUNT(WS-CUR-SRC-IDX) > 0
                 PERFORM WRITE-COMPENSATIONS-ONE-SOURCE
              END-IF
           END-PERFORM
           .

       WRITE-COMPENSATIONS-ONE-SOURCE.
           PERFORM OPEN-BALDELTA-EXTEND
           IF NOT WS-BD-OK
              DISPLAY 'ERREUR OUVERTURE DELTAS '
                      WS-SR-CODE(WS-CUR-SRC-IDX) ' ' WS-BD-STATUS
                      ', SOLDES A CORRIGER A LA MAIN'
              MOVE '00' TO WS-BD-STATUS
              ADD 1 TO WS-ORDERS-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RV-IX FROM 1 BY 1
                   UNTIL RV-IX > WS-RV-COUNT
              IF WS-RV-SRC-IDX(RV-IX) = WS-CUR-SRC-IDX
                 AND WS-RV-STATE(RV-IX) = 'R'
                 AND WS-RV-BAL-MODE(RV-IX) = 'P'
                 MOVE WS-RV-CUST-NO(RV-IX) TO WS-BD-CUST-NO
                 COMPUTE WS-BD-DELTA = 0 - WS-RV-AMOUNT(RV-IX)
                 MOVE FUNCTION CURRENT-DATE(1:20) TO WS-BD-TIMESTAMP
                 PERFORM WRITE-CURRENT-BALDELTA
                 ADD 1 TO WS-SR-COMP-COUNT(WS-CUR-SRC-IDX)
              END-IF
           END-PERFORM
           PERFORM CLOSE-CURRENT-BALDELTA
           .

      *****************************************************************
      * RELIQUATS : NOUVELLE GENERATION FVBACKR SANS LES LIGNES DES   *
      * COMMANDES REVERSEES                                           *
      *****************************************************************
       WITHDRAW-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF NOT WS-BO-OK
              DISPLAY 'PAS DE FICHIER DE RELIQUATS (' WS-BO-STATUS
                      '), RIEN A RETIRER'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACKNEW-FILE
           IF NOT WS-BN-OK
              DISPLAY 'ERREUR OUVERTURE FVBACKR: ' WS-BN-STATUS
              CLOSE BACKORDER-FILE
              ADD 1 TO WS-ORDERS-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BO-EOF
              READ BACKORDER-FILE
                 AT END MOVE '10' TO WS-BO-STATUS
                 NOT AT END PERFORM FILTER-BACKORDER-LINE
              END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           CLOSE BACKNEW-FILE
           .

       FILTER-BACKORDER-LINE.
           MOVE BO-ORDER-NO TO WS-FIND-ORDER-NO
           PERFORM FIND-RUN-ORDER
           IF WS-RV-FOUND > 0
              IF WS-RV-STATE(WS-RV-FOUND) = 'R'
                 ADD 1 TO WS-BO-DROPPED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           WRITE BACKNEW-RECORD FROM BACKORDER-RECORD
           ADD 1 TO WS-BO-KEPT
           .

      *****************************************************************
      * ATTENTES CREDIT : NOUVELLE GENERATION FVHELDR SANS LES LIGNES *
      * DES COMMANDES SUSPENDUES PAR LE RUN (SOURCE + NUMERO DANS     *
      * L'IMAGE), ET SUPPRESSION DE LEUR FICHE DE REVUE CRHOLD03      *
      *****************************************************************
       WITHDRAW-HELD-LINES.
           OPEN INPUT HELD-FILE
           IF NOT WS-HD-OK
              DISPLAY 'PAS DE FICHIER D''ATTENTES (' WS-HD-STATUS
                      '), RIEN A RETIRER'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HELDNEW-FILE
           IF NOT WS-HN-OK
              DISPLAY 'ERREUR OUVERTURE FVHELDR: ' WS-HN-STATUS
              CLOSE HELD-FILE
              ADD 1 TO WS-ORDERS-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HD-EOF
              READ HELD-FILE
                 AT END MOVE '10' TO WS-HD-STATUS
                 NOT AT END PERFORM FILTER-HELD-LINE
              END-READ
           END-PERFORM
           CLOSE HELD-FILE
           CLOSE HELDNEW-FILE

           IF WS-REVIEW-OPEN
              PERFORM VARYING RV-IX FROM 1 BY 1
                      UNTIL RV-IX > WS-RV-COUNT
                 IF WS-RV-STATE(RV-IX) = 'W'
                    PERFORM DELETE-REVIEW-RECORD
                 END-IF
              END-PERFORM
           END-IF
           .

       FILTER-HELD-LINE.
           MOVE ZERO TO WS-HD-ORDER-NO
           IF HD-LINE-IMAGE(WS-LAY-ORDNO-POS:WS-LAY-ORDNO-LEN)
              IS NUMERIC
              COMPUTE WS-HD-ORDER-NO = FUNCTION NUMVAL(
                 HD-LINE-IMAGE(WS-LAY-ORDNO-POS:WS-LAY-ORDNO-LEN))
           END-IF
           MOVE WS-HD-ORDER-NO TO WS-FIND-ORDER-NO
           PERFORM FIND-RUN-ORDER
           IF WS-RV-FOUND > 0
              IF WS-RV-STATE(WS-RV-FOUND) = 'W'
                 AND HD-SRC = WS-SR-CODE(WS-RV-SRC-IDX(WS-RV-FOUND))
                 ADD 1 TO WS-HD-DROPPED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           WRITE HELDNEW-RECORD FROM HELD-RECORD
           ADD 1 TO WS-HD-KEPT
           .

       DELETE-REVIEW-RECORD.
           MOVE WS-SR-CODE(WS-RV-SRC-IDX(RV-IX)) TO HR-SRC
           MOVE WS-RV-ORDER-NO(RV-IX)            TO HR-ORDER-NO
           DELETE REVIEW-FILE RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-REVIEW-DELETED
           END-DELETE
           .

      *****************************************************************
      * LIGNE DE DETAIL D'UNE COMMANDE DU RUN                         *
      *****************************************************************
       WRITE-DETAIL-LINE.
           MOVE WS-SR-CODE(WS-RV-SRC-IDX(WS-RV-CUR)) TO WS-RPT-SRC
           MOVE WS-RV-ORDER-NO(WS-RV-CUR) TO WS-RPT-ONO
           MOVE WS-RV-CUST-NO(WS-RV-CUR)  TO WS-RPT-CUST
           MOVE WS-RV-DISP(WS-RV-CUR)     TO WS-RPT-DISP
           MOVE WS-RV-AMOUNT(WS-RV-CUR)   TO WS-RPT-AMOUNT
           MOVE WS-RV-REASON(WS-RV-CUR)   TO WS-RPT-STATUS
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
      * TRACE D'UNE ANNULATION REFUSEE OU REPORTEE (FVBKPOST, EN      *
      * AJOUT) ; BP-AMOUNT ET BP-DETAIL SONT RENSEIGNES PAR           *
      * L'APPELANT                                                    *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BP-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BP-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'LOADREV'        TO BP-PROGRAM
              MOVE WS-PER-ACTION    TO BP-ACTION
              MOVE H-O-DATE         TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE TO BP-POST-DATE
              MOVE SPACES           TO BP-REFERENCE
              MOVE H-O-NO           TO BP-REFERENCE(1:7)
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

      *****************************************************************
      * FIN : LISTE DES COMMANDES A TRAITER MANUELLEMENT,             *
      * RAPPROCHEMENT DES DELTAS DIFFERES, TOTAUX, JOURNAL DES        *
      * EXECUTIONS                                                    *
      *****************************************************************
       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-SECTION-LINE
           STRING 'COMMANDES NON ANNULEES, A TRAITER MANUELLEMENT '
                  '(EXPEDIEES, FACTUREES, DEJA RETOURNEES OU DE '
                  'PERIODE FERMEE)'
                  DELIMITED BY SIZE INTO WS-SECTION-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-RV-CUR FROM 1 BY 1
                   UNTIL WS-RV-CUR > WS-RV-COUNT
              IF WS-RV-STATE(WS-RV-CUR) = 'M'
                 PERFORM WRITE-DETAIL-LINE
              END-IF
           END-PERFORM
           IF WS-ORDERS-MANUAL = 0
              MOVE '  AUCUNE' TO WS-SECTION-LINE
              WRITE REPORT-RECORD FROM WS-SECTION-LINE
           END-IF

           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           PERFORM VARYING SR-IX FROM 1 BY 1
                   UNTIL SR-IX > WS-SOURCE-COUNT
              IF WS-SR-BD-COUNT(SR-IX) > 0
                 MOVE WS-SR-CODE(SR-IX)       TO WS-RPT-BD-SRC
                 MOVE WS-SR-BD-COUNT(SR-IX)   TO WS-RPT-BD-COUNT
                 MOVE WS-SR-BD-TOTAL(SR-IX)   TO WS-RPT-BD-TOTAL
                 MOVE WS-SR-REV-TOTAL(SR-IX)  TO WS-RPT-BD-REV
                 MOVE WS-SR-MAN-TOTAL(SR-IX)  TO WS-RPT-BD-MAN
                 MOVE WS-SR-COMP-COUNT(SR-IX) TO WS-RPT-BD-COMP
                 WRITE REPORT-RECORD FROM WS-BALANCE-LINE
              END-IF
           END-PERFORM

           MOVE WS-RV-COUNT        TO WS-RPT-ACKS
           MOVE WS-ORDERS-REVERSED TO WS-RPT-REVERSED
           MOVE WS-ORDERS-MANUAL   TO WS-RPT-MANUAL
           MOVE WS-ORDERS-ABSENT   TO WS-RPT-ABSENT
           MOVE WS-ORDERS-ERROR    TO WS-RPT-ERRORS
           MOVE WS-TOTAL-REVERSED  TO WS-RPT-TOTAL
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1
           MOVE WS-HOLDS-WITHDRAWN TO WS-RPT-HOLDS
           MOVE WS-HD-DROPPED      TO WS-RPT-HD-DROP
           MOVE WS-REVIEW-DELETED  TO WS-RPT-REVIEW
           MOVE WS-BO-DROPPED      TO WS-RPT-BO-DROP
           MOVE WS-MOVES-WRITTEN   TO WS-RPT-MOVES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE

           CLOSE REPORT-FILE
           CLOSE STKMOV-FILE
           IF WS-REVIEW-OPEN
              CLOSE REVIEW-FILE
           END-IF

           EVALUATE TRUE
              WHEN WS-ORDERS-ERROR > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ORDERS-MANUAL > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-RUN-HISTORY
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'FIN DU PROGRAMME LOADREV'
           DISPLAY 'COMMANDES DU RUN: ' WS-RV-COUNT
           DISPLAY 'REVERSEES: ' WS-ORDERS-REVERSED
           DISPLAY 'A TRAITER MANUELLEMENT: ' WS-ORDERS-MANUAL
           DISPLAY 'ATTENTES RETIREES: ' WS-HOLDS-WITHDRAWN
           DISPLAY 'ERREURS: ' WS-ORDERS-ERROR
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
           MOVE 'LOADREV' TO RH-PROGRAM
           MOVE WS-OWN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-RV-COUNT TO RH-RECORDS-READ
           COMPUTE RH-RECORDS-OK = WS-ORDERS-REVERSED
                                 + WS-HOLDS-WITHDRAWN
           MOVE WS-ORDERS-ERROR TO RH-RECORDS-ERROR
           IF WS-ORDERS-ERROR NOT = ZERO
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
