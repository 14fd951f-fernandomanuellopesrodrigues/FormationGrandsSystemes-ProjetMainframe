      * controle PROJET.VENTES.SOURCES : code, DD d'entree, taux de
      * TVA, libelle ; EU et AS par defaut si le fichier est absent)
      * Objectif : ORDERS / ITEMS + MAJ CUSTOMERS.BALANCE PAR COMMANDE
      * Fichiers : UN FICHIER DE VENTES X(54) PAR SOURCE DECLAREE
      * Accuses  : UN FICHIER D'ACCUSE PAR SOURCE (FVACKnn, MEME
      * CONVENTION DE RANG QUE FVSRCnn/FVBALnn) : UNE LIGNE PAR
      * COMMANDE AVEC SON SORT (CHARGEE/BACKORD/ATTENTE/QUARANT/
      * REJETEE), ECRIT EN FIN DE RUN POUR QUE CHAQUE REGION AMONT
      * RELANCE SES PROPRES ATTENTES ET QUARANTAINES DES LE MATIN
      * Livraison: UNE LIGNE DE VENTE DONT LA DATE DE LIVRAISON
      * SOUHAITEE DEPASSE L'HORIZON (CARTE HORIZON=, 14 JOURS PAR
      * DEFAUT) EST PLANIFIEE DANS FVSCHED SANS TOUCHER LA BASE NI LE
      * STOCK ; SCHEDREL LA RELANCE QUAND SA DATE ENTRE DANS LA
      * FENETRE (ACCUSE PLANIF)
      * Avoirs   : CHAQUE RETOUR CREDITE EST INSCRIT AU JOURNAL DES
      * CREDITS FVCRJRN, D'OU CRNOTE TIRE L'AVOIR NUMEROTE DU CLIENT
      * Periodes : UNE LIGNE DATEE D'UNE PERIODE EN CLOTURE OU FERMEE
      * (FVPERST, VIA PERIODCK) EST REJETEE EN MODE REFUSER, DATEE DU
      * PREMIER JOUR OUVERT EN MODE REPORTER ; REFUS ET REPORTS SONT
      * TRACES DANS FVBKPOST (AJOUT)
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-QUAR.

      * COMMANDES A LIVRER PLUS TARD : LES LIGNES DONT LA DATE DE
      * LIVRAISON SOUHAITEE TOMBE AU-DELA DE L'HORIZON NE SONT NI
      * CHARGEES NI SERVIES SUR LE STOCK (PAS DE PREPARATION NI DE
      * FACTURE AVANT L'HEURE) : ELLES SONT PLANIFIEES ICI ET
      * RELANCEES PAR SCHEDREL QUAND LEUR DATE ENTRE DANS LA FENETRE,
      * LE CONTROLE DE STOCK ET LES RELIQUATS S'APPLIQUANT ALORS
           SELECT SCHED-FILE
               ASSIGN TO FVSCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCHED.

      * PERTES SUR RETOURS : UNITES RETOURNEES ENDOMMAGEES (DISPOSITION
      * 'D'), NON REMISES EN STOCK, VALORISEES POUR L'INVENTAIRE DE
      * FIN DE MOIS (VOIR PROCESS-RETURN-DISPOSITION)
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-STKMOV.

      * JOURNAL DES CREDITS A DOCUMENTER (FVCRJRN, EN AJOUT) : CHAQUE
      * RETOUR CREDITE Y LAISSE UNE LIGNE, COMME LES ANNULATIONS DE
      * COMMANDES FACTUREES D'ORDAMEND ; CRNOTE EN TIRE LES AVOIRS
      * NUMEROTES (CF. WRITE-CREDIT-JOURNAL)
           SELECT CRJRN-FILE
               ASSIGN TO FVCRJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRJRN.

      * NOTIFICATION DE FIN DE TRAITEMENT (CF. WRITE-NOTIFY)
           SELECT NOTIFY-FILE
               ASSIGN TO FVENOTE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNHST.

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

       DATA DIVISION.
       FILE SECTION.
      * UNE SOURCE PAR LIGNE : CODE(2) DD(8) TAUX(6) LIBELLE(20)
           05 SC-DESC                PIC X(20).
      * LONGUEUR VARIABLE 35 A 39 : LES ANCIENS FICHIERS X(35)
      * RESTENT LISIBLES TELS QUELS (LEURS POSITIONS SONT DECRITES
      * DANS PROJET.VENTES.LAYOUT), LES NOUVEAUX FONT 39 ; PORTEE A
      * 54 POUR LA DATE DE LIVRAISON SOUHAITEE, LES FICHIERS X(44)
      * RESTANT LISIBLES (DATE A BLANC = A LIVRER DES QUE POSSIBLE)
       FD  SALES01-FILE
           RECORD CONTAINS 35 TO 54 CHARACTERS.
       01  SALES01-REC               PIC X(54).
       FD  SALES02-FILE
           RECORD CONTAINS 35 TO 54 CHARACTERS.
       01  SALES02-REC               PIC X(54).
       FD  SALES03-FILE
           RECORD CONTAINS 35 TO 54 CHARACTERS.
       01  SALES03-REC               PIC X(54).
       FD  SALES04-FILE
           RECORD CONTAINS 35 TO 54 CHARACTERS.
       01  SALES04-REC               PIC X(54).
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(132).
      * UN ENREGISTREMENT PAR SOURCE (ETAPE UNIQUE TRAITANT TOUTES
           05 BO-QTY-BACKORDER       PIC 9(5).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 BO-TIMESTAMP           PIC X(20).
      * L'IMAGE RESTE SUR 44 : UNE COMMANDE QUI ARRIVE AU CONTROLE DE
      * CREDIT EST DEJA DANS LA FENETRE DE LIVRAISON, SA DATE DE
      * LIVRAISON SOUHAITEE (POSITIONS 45-54) N'A PLUS D'EFFET
       FD  HELD-FILE.
       01  HELD-REC.
           05 HD-SRC                 PIC XX.
           05 HD-REASON              PIC X(30).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 HD-LINE-IMAGE          PIC X(44).
      * IMAGE COMPLETE (54) : UNE LIGNE A LIVRER PLUS TARD GARDE SA
      * DATE DE LIVRAISON SOUHAITEE PENDANT SON SEJOUR EN QUARANTAINE
       FD  QUAR-FILE.
       01  QUAR-REC.
           05 QR-SRC                 PIC XX.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 QR-CUST-NO             PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 QR-LINE-IMAGE          PIC X(54).
      * LIGNE PLANIFIEE : SOURCE, CLIENT, DATE DE LIVRAISON SOUHAITEE
      * (AAAA-MM-JJ), NUMERO DE COMMANDE, PRODUIT ET QUANTITE EN CLAIR
      * (POUR SCHEDREL ET LE CARNET DE COMMANDES ORDBOOK, QUI N'ONT
      * PAS A CONNAITRE LE LAYOUT) PUIS L'IMAGE D'ORIGINE, RELANCEE
      * TELLE QUELLE
       FD  SCHED-FILE.
       01  SCHED-REC.
           05 SD-SRC                 PIC XX.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SD-CUST-NO             PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SD-REQ-DATE            PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SD-ORDER-NO            PIC 9(7).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SD-PROD-NO             PIC XXX.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SD-QTY                 PIC 99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SD-LINE-IMAGE          PIC X(54).
       FD  WRITEOFF-FILE.
       01  WRITEOFF-REC.
           05 WO-ORDER-NO            PIC 9(7).
              10 SH-SITE             PIC X(2).
           05 SH-NAME                PIC X(30).
           05 SH-ADDRESS             PIC X(40).
           05 SH-ZONE                PIC X(2).
           05 SH-COUNTRY             PIC X(2).

      * SUBSTITUTION : PRODUIT EN RUPTURE, SUBSTITUT, RANG DE
      * PREFERENCE (1 = ESSAYE EN PREMIER)
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 MV-REFERENCE           PIC X(10).

      * CREDIT A DOCUMENTER (MEME DISPOSITION DANS ORDAMEND ET
      * CRNOTE) : MOTIF R = RETOUR, C/L/Q = ANNULATION DE COMMANDE,
      * DE LIGNE, BAISSE DE QUANTITE ; QUANTITE, HT ET TVA CREDITES
      * EN POSITIF
       FD  CRJRN-FILE.
       01  CRJRN-RECORD.
           05 CJ-TIMESTAMP           PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-REASON              PIC X(1).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-O-NO                PIC 9(7).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-C-NO                PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-P-NO                PIC X(3).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-QTY                 PIC 9(5).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-PRICE               PIC S9(5)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-NET                 PIC S9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-VAT                 PIC S9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CJ-RA-NO               PIC X(7).

      * LA PARTITION DU RUN EST PORTEE SUR LA NOTIFICATION : EN
      * CHAINE PARTITIONNEE, LE DERNIER REDACTEUR EST L'ETAPE
      * BALANCE, DONT LES COMPTEURS NE SONT PAS DES LIGNES DE DETAIL
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RH-RETURN-CODE         PIC 9(2).

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

       WORKING-STORAGE SECTION.
       01  WS-FS-SRCCTL              PIC XX VALUE SPACES.
           88 WS-SRCCTL-OK                 VALUE '00'.
           88 WS-HELD-OK                   VALUE '00'.
       01  WS-FS-QUAR                PIC XX VALUE SPACES.
           88 WS-QUAR-OK                   VALUE '00'.
       01  WS-FS-SCHED               PIC XX VALUE SPACES.
           88 WS-SCHED-OK                  VALUE '00'.
       01  WS-FS-SYSIN               PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                  VALUE '00'.
           88 WS-SYSIN-EOF                 VALUE '10'.

       01  WS-FS-STKMOV              PIC XX VALUE SPACES.
           88 WS-STKMOV-OK                 VALUE '00'.
       01  WS-FS-CRJRN               PIC XX VALUE SPACES.
           88 WS-CRJRN-OK                  VALUE '00'.
       01  WS-FS-NOTIFY              PIC XX VALUE SPACES.
           88 WS-NOTIFY-OK                 VALUE '00'.
       01  WS-FS-RUNHST              PIC XX VALUE SPACES.
           88 WS-RUNHST-OK                 VALUE '00'.
       01  WS-FS-PERST               PIC XX VALUE SPACES.
           88 WS-PERST-OK                  VALUE '00'.
           88 WS-PERST-EOF                 VALUE '10'.
       01  WS-FS-BKPOST              PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                 VALUE '00'.

      * HORODATAGE DE DEBUT DE RUN, REPRIS DANS LE JOURNAL COMMUN
       01  WS-RUN-START-TS           PIC X(20) VALUE SPACES.
      * LES LIGNES RECYCLEES 'Q'/'V', CF. NORMALIZE-LINE
       01  WS-LOAD-DATE              PIC X(10) VALUE SPACES.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE LA LIGNE (FORMATTED-DATE), SA
      * DATE D'ORIGINE EST GARDEE POUR LA TRACE FVBKPOST
       01  WS-PER-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PER-MAX                PIC 9(3) VALUE 120.
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES.
              10 WS-PE-PERIOD        PIC X(7).
              10 WS-PE-STATUS        PIC X(1).
              10 WS-PE-BACKPOST      PIC X(1).
       01  WS-PER-POST-DATE          PIC X(10) VALUE SPACES.
       01  WS-PER-ACTION             PIC X VALUE 'P'.
       01  WS-LINE-ORIG-DATE         PIC X(10) VALUE SPACES.

      * MODE D'EXECUTION (CARTE SYSIN FACULTATIVE MODE=xxx) :
      * LOAD (PAR DEFAUT) = CHARGEMENT REEL ORDERS/ITEMS/CUSTOMERS
      * VALIDATE = PASSE DE CONTROLE PREALABLE DES REFERENCES,
      * DE SCHEMA) : LES SORTIES SERVENT D'ABORD L'ENTREPOT PRINCIPAL
      * E1 PUIS, EN REPLI, E2 ; LES RETOURS REVIENNENT EN E1. LE
      * TOTAL SOCIETE API9.PRODUCTS.STOCK RESTE LA REFERENCE DES
      * CONSOMMATEURS HISTORIQUES. CHAQUE SORTIE (ET CHAQUE RETOUR,
      * EN NEGATIF) EST TRACEE PAR ENTREPOT DANS API9.LOC_ISSUE
      * (O_NO, P_NO, LOC, QTY, ISSUE_DATE), A AJOUTER AU SCHEMA
      * EXISTANT : BASE DE LA COUVERTURE PAR ENTREPOT DE LOCRPLN
       01  WS-LOC-NEED               PIC S9(7) COMP-3 VALUE +0.

      * DETAIL DU STOCK PAR LOT (TABLE API9.STOCK_LOT ALIMENTEE PAR
      * IMPRECPT) : LES SORTIES CONSOMMENT LE LOT QUI PERIME LE PLUS
      * TOT, CHAQUE PRELEVEMENT EST TRACE DANS API9.LOT_ALLOC (RAPPEL
      * DE LOT PAR LOTRPT, LOT A PRELEVER SUR PICKLIST) ; LE STOCK
      * RECU AVANT LA GESTION PAR LOT RESTE HORS LOT
       01  WS-LOT-NEED               PIC S9(7) COMP-3 VALUE +0.
       01  WS-LOT-EMPTY-SW           PIC X    VALUE 'N'.
           88 WS-LOT-EMPTY                  VALUE 'Y'.

      * ZONES DU JOURNAL DES MOUVEMENTS DE STOCK : AVANT/APRES DU
      * MOUVEMENT EN COURS ET REFERENCE (NUMERO DE COMMANDE)
       01  WS-MV-BEFORE              PIC S9(7) COMP-3 VALUE +0.
      * PORTE SUR LA COMMANDE (API9.ORDERS.SHIP_SITE)
           05 WS-LAY-SITE-POS        PIC 99 VALUE 43.
           05 WS-LAY-SITE-LEN        PIC 99 VALUE 02.
      * DATE DE LIVRAISON SOUHAITEE JJ/MM/AAAA (FACULTATIVE, LIGNES DE
      * VENTE UNIQUEMENT, BLANC = A LIVRER DES QUE POSSIBLE) : AU-DELA
      * DE L'HORIZON LA LIGNE EST PLANIFIEE (CF. CHECK-REQUESTED-DATE)
           05 WS-LAY-RDD-POS         PIC 99 VALUE 45.
           05 WS-LAY-RDD-LEN         PIC 99 VALUE 10.

      * VARIABLES DE PARSING DU FICHIER DE CONTROLE DE LAYOUT
       01  WS-LAY-FIELD              PIC X(10) VALUE SPACES.
      * WS-SR-READ/WS-SR-RESTART DANS LA TABLE DES SOURCES

       01  WS-SRC                    PIC XX VALUE SPACES.
       01  WS-IN-REC                 PIC X(54) VALUE SPACES.

      * Layout fixe (positions)
       01  SALES-RECORD.
           05 RA-NUMBER              PIC X(7).
      * CODE DU SITE DE LIVRAISON (BLANC = ADRESSE DU CLIENT)
           05 SHIP-SITE              PIC X(2).
      * DATE DE LIVRAISON SOUHAITEE JJ/MM/AAAA (BLANC = AU PLUS TOT)
           05 REQ-DELIV-DATE         PIC X(10).

       01  WS-DATE-YYYY              PIC X(4).
       01  WS-DATE-MM                PIC X(2).
       01  WS-CONTRACT-FLAG          PIC X VALUE 'N'.
       01  CNT-CONTRACT              PIC 9(7) VALUE 0.

      * PALIERS DE PRIX PAR QUANTITE : TABLE API9.PRICE_TIERS (P_NO,
      * QUANTITE MINIMALE, PRIX UNITAIRE OU POURCENTAGE DE REMISE),
      * A AJOUTER AU SCHEMA EXISTANT. PRECHARGEE A L'INITIALISATION
      * (MEME DISPOSITION QUE LK-TIER-TABLE DANS LE SOUS-PROGRAMME
      * PARTAGE PRCTIER, QUI CHOISIT LE PALIER) ; APPLIQUES AU PRIX
      * CATALOGUE DES LIGNES SANS TARIF CONTRAT NI PRIX AMONT
       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 500 TIMES.
              10 WS-TR-PNO           PIC XXX.
              10 WS-TR-MIN-QTY       PIC 9(5).
              10 WS-TR-PRICE         PIC 9(5)V99.
              10 WS-TR-PCT-OFF       PIC 9(2)V99.
       01  WS-TIER-COUNT             PIC 9(3) VALUE 0.
       01  WS-TIER-MAX               PIC 9(3) VALUE 500.
      * ZONES D'APPEL DE PRCTIER
       01  WS-PT-QTY                 PIC 9(5) VALUE 0.
       01  WS-PT-BASE-PRICE          PIC 9(5)V99 VALUE 0.
       01  WS-PT-UNIT-PRICE          PIC 9(5)V99 VALUE 0.
      * QUANTITE MINIMALE DU PALIER APPLIQUE A LA LIGNE EN COURS (0 =
      * PRIX CATALOGUE PLEIN), PORTEE PAR LIGNE DANS LA TABLE
      * D'ATTENTE (OL-TIER-QTY) ET ECRITE DANS ITEMS.TIER_QTY POUR
      * ETRE IMPRIMEE SUR LA FACTURE PAR INVGEN
       01  WS-TIER-QTY               PIC 9(5) VALUE 0.
       01  WS-TIER-EDIT              PIC ZZZZ9.
       01  CNT-TIER                  PIC 9(7) VALUE 0.

      * CAMPAGNES PROMOTIONNELLES : TABLES API9.CAMPAIGNS ET
      * API9.CAMPAIGN_LINES, A AJOUTER AU SCHEMA EXISTANT. UNE ENTREE
      * PAR CAMPAGNE/PRODUIT/SOURCE, PRECHARGEE A L'INITIALISATION
      * AVEC LE BUDGET DEJA CONSOMME (MEME DISPOSITION QUE
      * LK-CAMP-TABLE DANS LE SOUS-PROGRAMME PARTAGE CAMPSEL, QUI
      * CHOISIT LA CAMPAGNE ET IMPUTE LA REMISE SUR LE BUDGET)
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
      * ZONES D'APPEL DE CAMPSEL ('C' = VENTE, 'P' = RETOUR, PRIX
      * SEUL SANS IMPUTATION DE BUDGET)
       01  WS-CS-MODE                PIC X VALUE 'C'.
       01  WS-CS-UNIT-PRICE          PIC 9(5)V99 VALUE 0.
      * CODE DE LA CAMPAGNE APPLIQUEE A LA LIGNE EN COURS (BLANCS =
      * AUCUNE) ET REMISE TOTALE DE LA LIGNE, PORTES PAR LIGNE DANS LA
      * TABLE D'ATTENTE (OL-CAMP-CODE/OL-CAMP-DISC) ET ECRITS DANS
      * ITEMS.CAMP_CODE/CAMP_DISC POUR LE BILAN DE CAMPAGNE (CAMPRPT)
       01  WS-CAMP-CODE              PIC X(8) VALUE SPACES.
       01  WS-CAMP-DISC              PIC 9(7)V99 VALUE 0.
       01  CNT-CAMPAIGN              PIC 9(7) VALUE 0.
       01  WS-CAMP-DISC-TOTAL        PIC 9(9)V99 VALUE 0.

      * PLAGES DE NUMEROS PAR CANAL, CHARGEES DEPUIS FVORDRNG ;
      * FICHIER ABSENT = PAS DE CONTROLE DE PLAGE (HISTORIQUE)
       01  WS-FS-ORDRNG              PIC XX VALUE SPACES.
              10 OL-BACKORDER-QTY    PIC 9(5).
              10 OL-CT-FLAG          PIC X.
              10 OL-SUBST-FROM       PIC X(3).
              10 OL-TIER-QTY         PIC 9(5).
              10 OL-CAMP-CODE        PIC X(8).
              10 OL-CAMP-DISC        PIC 9(7)V99.
       01  WS-ORD-LINE-COUNT         PIC 9(3) VALUE 0.
       01  WS-ORD-LINE-MAX           PIC 9(3) VALUE 99.

           05 WS-PEND-BO-QTY         PIC 9(5).
           05 WS-PEND-CT-FLAG        PIC X.
           05 WS-PEND-SUBST-FROM     PIC X(3).
           05 WS-PEND-TIER-QTY       PIC 9(5).
           05 WS-PEND-CAMP-CODE      PIC X(8).
           05 WS-PEND-CAMP-DISC      PIC 9(7)V99.

      * CONTROLE DE PLAFOND DE CREDIT AU FLUSH DE LA COMMANDE :
      * CREDIT_LIMIT A ZERO OU NULL = CLIENT SANS PLAFOND
       01  WS-QUAR-MAX               PIC 9(3) VALUE 200.
       01  WS-QUAR-FOUND             PIC 9(3) VALUE 0.

      * LIGNES DATEES D'UNE PERIODE EN CLOTURE OU FERMEE : REFUSEES
      * OU REPORTEES AU PREMIER JOUR OUVERT (CF. CHECK-LINE-PERIOD)
       01  CNT-PER-REFUSED           PIC 9(7) VALUE 0.
       01  CNT-PER-REPORTED          PIC 9(7) VALUE 0.

      * PLANIFICATION DES LIVRAISONS FUTURES : HORIZON EN JOURS (CARTE
      * SYSIN HORIZON=nnn) ET DATE LIMITE EN JOURS ENTIERS, CALCULEE
      * A L'INITIALISATION ; UNE LIGNE DONT LA DATE DE LIVRAISON
      * SOUHAITEE TOMBE APRES CETTE LIMITE EST PLANIFIEE (FVSCHED)
       01  WS-SCHED-HORIZON          PIC 9(3) VALUE 14.
       01  WS-HORIZON-INT            PIC 9(7) VALUE 0.
       01  WS-RDD-INT                PIC 9(7) VALUE 0.
       01  WS-RDD-CCYYMMDD           PIC 9(8) VALUE 0.
       01  WS-RDD-PARTS REDEFINES WS-RDD-CCYYMMDD.
           05 WS-RDD-YYYY            PIC X(4).
           05 WS-RDD-MM              PIC X(2).
           05 WS-RDD-DD              PIC X(2).
       01  WS-RDD-ISO                PIC X(10) VALUE SPACES.
       01  WS-LINE-SCHED-SW          PIC X VALUE 'N'.
           88 WS-LINE-SCHEDULED            VALUE 'Y'.
       01  CNT-SCHEDULED             PIC 9(7) VALUE 0.

      * ACCUSES DE TRAITEMENT : SORT DE CHAQUE COMMANDE VUE, CUMULE
      * EN TABLE PENDANT LE RUN PUIS VENTILE PAR SOURCE SUR FVACKnn
      * EN FIN DE RUN (UNE LIGNE PAR NUMERO DE COMMANDE)
           05 R-PRC                  PIC Z,ZZ9.99.
           05 FILLER                 PIC X(6)  VALUE ' TAX='.
           05 R-TAX                  PIC Z,ZZ9.99.
           05 R-TAG                  PIC X(21) VALUE '  OK'.
       01  RPT-RETURN.
           05 FILLER                 PIC X(4)  VALUE 'SRC:'.
           05 RR-SRC                 PIC X(2).
           05 FILLER                 PIC X(32) VALUE
              'LIGNES VALORISEES PRIX CONTRAT: '.
           05 RS-CONTRACT            PIC ZZ,ZZZ,ZZ9.
       01  RPT-TIER-SUM.
           05 FILLER                 PIC X(32) VALUE
              'LIGNES VALORISEES AU PALIER   : '.
           05 RS-TIER                PIC ZZ,ZZZ,ZZ9.
       01  RPT-CAMP-SUM.
           05 FILLER                 PIC X(32) VALUE
              'LIGNES SOUS CAMPAGNE PROMO    : '.
           05 RS-CAMPAIGN            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE '  REMISE: '.
           05 RS-CAMP-DISC           PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-SUBST-SUM.
           05 FILLER                 PIC X(32) VALUE
              'LIGNES CHARGEES EN SUBSTITUT  : '.
           05 RS-SUBSTITUTED         PIC ZZ,ZZZ,ZZ9.
       01  RPT-SCHED-SUM.
           05 FILLER                 PIC X(32) VALUE
              'LIGNES PLANIFIEES (FVSCHED)   : '.
           05 RS-SCHEDULED           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(20) VALUE
              '  HORIZON (JOURS) : '.
           05 RS-HORIZON             PIC ZZ9.
       01  RPT-EXEMPT-SUM.
           05 FILLER                 PIC X(28) VALUE
              'LIGNES EXONEREES DE TVA   : '.
      * COMMPAY PUISSE REPRENDRE LA COMMISSION SUR LA PERIODE OU LE
      * RETOUR EST INTERVENU - A AJOUTER AU SCHEMA EXISTANT
           05 H-I-RET-DATE           PIC X(10).
      * COLONNE TIER_QTY SUR API9.ITEMS : QUANTITE MINIMALE DU PALIER
      * DE PRIX APPLIQUE A LA LIGNE (0 = AUCUN), IMPRIMEE PAR INVGEN -
      * A AJOUTER AU SCHEMA EXISTANT
           05 H-I-TIER-QTY           PIC S9(5) COMP-3.
      * COLONNES CAMP_CODE ET CAMP_DISC SUR API9.ITEMS : CAMPAGNE
      * PROMOTIONNELLE APPLIQUEE A LA LIGNE (BLANCS = AUCUNE) ET
      * REMISE TOTALE ACCORDEE - A AJOUTER AU SCHEMA EXISTANT
           05 H-I-CAMP-CODE          PIC X(8).
           05 H-I-CAMP-DISC          PIC S9(7)V99 COMP-3.
       01  H-CUST.
           05 H-C-NO-K               PIC 9(4).
           05 H-C-DELTA              PIC S9(9)V99 COMP-3.
           05 H-LOC                  PIC X(2).
           05 H-LOC-QTY              PIC S9(7) COMP-3.
           05 H-LOC-TAKE             PIC S9(7) COMP-3.
           05 H-LOC-O-NO             PIC 9(7).
           05 H-LOC-DATE             PIC X(10).
           05 H-LOT-NO               PIC X(10).
           05 H-LOT-QTY              PIC S9(7) COMP-3.
           05 H-LOT-TAKE             PIC S9(7) COMP-3.
           05 H-LOT-O-NO             PIC 9(7).
           05 H-LOT-DATE             PIC X(10).
       01  H-CACHE.
           05 H-PC-PNO               PIC XXX.
           05 H-PC-PRICE             PIC S9(5)V99 COMP-3.
           05 H-CT-PRICE             PIC S9(5)V99 COMP-3.
           05 H-CT-FROM              PIC X(10).
           05 H-CT-TO                PIC X(10).
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

      * CURSEURS DE PRECHARGEMENT DES CACHES DE REFERENCE
           EXEC SQL
               ORDER BY C_NO, P_NO
           END-EXEC.

      * PALIERS DE PRIX PAR QUANTITE (TABLE API9.PRICE_TIERS, A
      * AJOUTER AU SCHEMA EXISTANT) : UNE LIGNE PAR PRODUIT/PALIER
           EXEC SQL
              DECLARE PTCACHE-CURSOR CURSOR FOR
              SELECT P_NO, MIN_QTY, COALESCE(PRICE,0),
                     COALESCE(PCT_OFF,0)
                FROM API9.PRICE_TIERS
               ORDER BY P_NO, MIN_QTY
           END-EXEC.

      * CAMPAGNES PROMOTIONNELLES (TABLES API9.CAMPAIGNS ET
      * API9.CAMPAIGN_LINES, A AJOUTER AU SCHEMA EXISTANT) : UNE LIGNE
      * PAR CAMPAGNE/PRODUIT/SOURCE AVEC LE BUDGET DEJA CONSOMME
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

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM INIT
              DELIMITED BY SIZE INTO WS-LOAD-DATE
           END-STRING
           PERFORM READ-RUN-MODE-CARD
      * LIMITE DE PLANIFICATION : DATE DU RUN + HORIZON, EN JOURS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RDD-CCYYMMDD
           COMPUTE WS-HORIZON-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RDD-CCYYMMDD)
                 + WS-SCHED-HORIZON
      * LE MODE VALIDATE N'ECRIT RIEN EN BASE, IL NE PREND PAS LE
      * VERROU ; TOUT LE RESTE (Y COMPRIS LES PARTITIONS) LE PREND
           IF NOT WS-MODE-VALIDATE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SCHED-FILE
           IF NOT WS-SCHED-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PLANIFICATION '
                      WS-FS-SCHED
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PART-SINGLE
              MOVE WS-PART-IDX TO WS-CUR-SRC-IDX
              PERFORM OPEN-BALDELTA-OUTPUT
           IF NOT WS-PART-BALANCE
              PERFORM LOAD-REFERENCE-CACHE
              PERFORM LOAD-CONTRACT-PRICES
              PERFORM LOAD-PRICE-TIERS
              PERFORM LOAD-CAMPAIGNS
              PERFORM LOAD-PERIOD-STATUS
              PERFORM OPEN-STOCK-LEDGER
              PERFORM OPEN-CREDIT-JOURNAL
              PERFORM OPEN-RETURN-AUTH-FILES
              PERFORM OPEN-SHIPTO-MASTER
           END-IF
           END-IF
           .

      *****************************************************************
      * OUVERTURE EN AJOUT DU JOURNAL DES CREDITS A DOCUMENTER        *
      * (CREE AU PREMIER PASSAGE)                                     *
      *****************************************************************
       OPEN-CREDIT-JOURNAL.
           OPEN EXTEND CRJRN-FILE
           IF NOT WS-CRJRN-OK
              OPEN OUTPUT CRJRN-FILE
           END-IF
           IF NOT WS-CRJRN-OK
              DISPLAY 'ERREUR OUVERTURE JOURNAL DES CREDITS '
                      WS-FS-CRJRN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DE LA TABLE DES SOURCES DE VENTES (FVSRCCTL) ;     *
      * FICHIER ABSENT OU VIDE = SOURCES HISTORIQUES EU ET AS, AVEC   *
           END-IF
           .

      *****************************************************************
      * PRECHARGEMENT DES PALIERS DE PRIX ; TABLE ABSENTE OU VIDE =   *
      * PRIX CATALOGUE PLEIN COMME AVANT ; EN CAS DE DEBORDEMENT LES  *
      * PALIERS EXCEDENTAIRES SONT IGNORES ET SIGNALES                *
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
           IF WS-TIER-COUNT > 0
              DISPLAY 'PALIERS DE PRIX CHARGES: ' WS-TIER-COUNT
           END-IF
           .

      *****************************************************************
      * PALIER DE QUANTITE SUR LE PRIX CATALOGUE DE LA LIGNE EN COURS *
      * (PRICE-FORMATTED) : LE CHOIX DU PALIER EST FAIT PAR PRCTIER,  *
      * COMME A LA SAISIE GUICHET (ORDENT03) ET AUX RELANCES          *
      * RELHOLDS/RELBACKO ; WS-TIER-QTY = PALIER RETENU, 0 SI AUCUN   *
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
      * PRECHARGEMENT DES CAMPAGNES PROMOTIONNELLES ET DE LEUR BUDGET *
      * DEJA CONSOMME ; TABLES ABSENTES OU VIDES = AUCUNE CAMPAGNE    *
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
      * CAMPAGNE PROMOTIONNELLE SUR LE PRIX CATALOGUE (AU PALIER) DE  *
      * LA LIGNE EN COURS : CHOIX PAR CAMPSEL SELON PRODUIT, SOURCE ET*
      * DATE DE COMMANDE, COMME A LA SAISIE GUICHET (ORDENT03). LA    *
      * REMISE EST IMPUTEE DES LA VALORISATION SUR LE BUDGET EN       *
      * MEMOIRE, CE QUI EST PRUDENT : UNE LIGNE REJETEE OU MISE EN    *
      * ATTENTE ENSUITE N'EST PAS REMBOURSEE AU BUDGET DU RUN, ET SEUL*
      * LE POSTAGE MET A JOUR API9.CAMPAIGNS.BUDGET_USED. UN RETOUR   *
      * EST VALORISE AU PRIX REMISE SANS TOUCHER AU BUDGET (MODE 'P') *
      *****************************************************************
       APPLY-CAMPAIGN.
           MOVE SPACES TO WS-CAMP-CODE
           MOVE 0 TO WS-CAMP-DISC
           IF WS-CAMP-COUNT = 0 OR PRICE-FORMATTED NOT > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-IN-REC(1:1) = 'R' OR WS-IN-REC(1:1) = 'V'
              MOVE 'P' TO WS-CS-MODE
           ELSE
              MOVE 'C' TO WS-CS-MODE
           END-IF
           MOVE QUANTITY        TO WS-PT-QTY
           MOVE PRICE-FORMATTED TO WS-PT-BASE-PRICE
           CALL 'CAMPSEL' USING WS-CS-MODE PROD-NO WS-SRC
                   FORMATTED-DATE WS-PT-QTY WS-PT-BASE-PRICE
                   WS-CAMP-COUNT WS-CAMP-TABLE WS-CAMP-CODE
                   WS-CS-UNIT-PRICE WS-CAMP-DISC
           IF WS-CAMP-CODE NOT = SPACES
              MOVE WS-CS-UNIT-PRICE TO PRICE-FORMATTED
           END-IF
           .

      *****************************************************************
      * IMPUTATION DE LA REMISE DE LA LIGNE POSTEE SUR LE BUDGET      *
      * CONSOMME DE SA CAMPAGNE ; UN ECHEC EST SIGNALE SANS REJETER   *
      * LA LIGNE, LE BILAN CAMPRPT RECALCULANT LA REMISE SUR ITEMS    *
      *****************************************************************
       POST-CAMPAIGN-BUDGET.
           MOVE WS-CAMP-CODE TO H-I-CAMP-CODE
           MOVE WS-CAMP-DISC TO H-I-CAMP-DISC
           EXEC SQL
              UPDATE API9.CAMPAIGNS
                 SET BUDGET_USED = COALESCE(BUDGET_USED,0)
                                 + :H-I-CAMP-DISC
               WHERE CAMP_CODE = :H-I-CAMP-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'BUDGET CAMPAGNE ' WS-CAMP-CODE
                      ' NON MIS A JOUR (SQLCODE ' SQLCODE ')'
           END-IF
           ADD 1 TO CNT-CAMPAIGN
           ADD WS-CAMP-DISC TO WS-CAMP-DISC-TOTAL
           .

      *****************************************************************
      * RECHERCHE DU TARIF CONTRAT DU COUPLE CLIENT/PRODUIT EN VIGUEUR*
      * A LA DATE DE LA COMMANDE (MEME REGLE DE DATE D'EFFET QUE      *
      * DE JOB PARALLELES ; PARTITION=BALANCE APPLIQUE ENSUITE LES
      * DELTAS ACCUMULES DE FACON SERIALISEE ; CARTE ABSENTE OU
      * PARTITION=BOTH = COMPORTEMENT HISTORIQUE (TOUTES LES SOURCES
      * DANS LA MEME ETAPE, MAJ IMMEDIATE). HORIZON=nnn FIXE EN JOURS
      * L'HORIZON AU-DELA DUQUEL UNE LIVRAISON SOUHAITEE EST PLANIFIEE
      * (14 PAR DEFAUT, MEME VALEUR A DONNER A LA CARTE LEAD= DE
      * SCHEDREL)
           MOVE 'LOAD' TO WS-RUN-MODE
           MOVE 'BOTH' TO WS-RUN-PARTITION
           OPEN INPUT SYSIN-FILE
                         WS-COMMIT-INTERVAL
              END-IF
           END-IF
           IF WS-LAY-FIELD = 'HORIZON'
              IF FUNCTION TEST-NUMVAL(WS-LAY-VALUE) = 0
                 AND FUNCTION NUMVAL(WS-LAY-VALUE) < 1000
                 COMPUTE WS-SCHED-HORIZON =
                         FUNCTION NUMVAL(WS-LAY-VALUE)
                 DISPLAY 'HORIZON DE PLANIFICATION SYSIN: '
                         WS-SCHED-HORIZON ' JOURS'
              END-IF
           END-IF
           IF WS-LAY-FIELD = 'LOCKFORCE'
              MOVE 'Y' TO WS-LOCK-OVERRIDE-SW
              DISPLAY 'CARTE LOCKFORCE : VERROU EVENTUEL IGNORE '
              EXIT PARAGRAPH
           END-IF

      * LIVRAISON SOUHAITEE AU-DELA DE L'HORIZON : LA LIGNE PART DANS
      * FVSCHED SANS ENTRER DANS LA COMMANDE EN COURS (NI ORDERS/ITEMS
      * NI STOCK NI SOLDE) ; LES AUTRES LIGNES DE LA MEME COMMANDE
      * SUIVENT LEUR COURS NORMAL
           IF WS-LINE-SCHEDULED
              PERFORM SCHEDULE-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LINE-PERIOD
           IF WS-PER-ACTION = 'X'
              EXIT PARAGRAPH
           END-IF

           IF HAS-OPEN-ORDER = 'Y'
              AND ORDER-NO NOT = CUR-ORDER-NO
              PERFORM FLUSH-OPEN-ORDER
           PERFORM RECORD-ORDER-ACK
           .

      *****************************************************************
      * DATE DE LIVRAISON SOUHAITEE (JJ/MM/AAAA, FACULTATIVE) : BLANC *
      * = A LIVRER AU PLUS TOT ; UNE DATE AU-DELA DE LA LIMITE (DATE  *
      * DU RUN + HORIZON) PLANIFIE LA LIGNE ; UNE DATE MAL FORMEE OU  *
      * IMPOSSIBLE REJETTE LA LIGNE                                   *
      *****************************************************************
       CHECK-REQUESTED-DATE.
           MOVE 'N' TO WS-LINE-SCHED-SW
           IF REQ-DELIV-DATE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF REQ-DELIV-DATE(1:2) NOT NUMERIC
              OR REQ-DELIV-DATE(4:2) NOT NUMERIC
              OR REQ-DELIV-DATE(7:4) NOT NUMERIC
              MOVE 'DATE DE LIVRAISON SOUHAITEE INVALIDE' TO ERR-MSG
              EXIT PARAGRAPH
           END-IF
           MOVE REQ-DELIV-DATE(7:4) TO WS-RDD-YYYY
           MOVE REQ-DELIV-DATE(4:2) TO WS-RDD-MM
           MOVE REQ-DELIV-DATE(1:2) TO WS-RDD-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RDD-CCYYMMDD) NOT = 0
              MOVE 'DATE DE LIVRAISON SOUHAITEE INVALIDE' TO ERR-MSG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RDD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RDD-CCYYMMDD)
           IF WS-RDD-INT > WS-HORIZON-INT
              MOVE 'Y' TO WS-LINE-SCHED-SW
              MOVE SPACES TO WS-RDD-ISO
              STRING WS-RDD-YYYY '-' WS-RDD-MM '-' WS-RDD-DD
                 DELIMITED BY SIZE INTO WS-RDD-ISO
              END-STRING
           END-IF
           .

      * PLANIFICATION D'UNE LIGNE A LIVRER PLUS TARD : L'IMAGE
      * D'ORIGINE EST CONSERVEE (FVSCHED) POUR ETRE RELANCEE PAR
      * SCHEDREL, ACCUSEE PLANIF A L'AMONT
       SCHEDULE-LINE.
           ADD 1 TO CNT-SCHEDULED
           MOVE WS-SRC     TO SD-SRC
           MOVE CUST-NO    TO SD-CUST-NO
           MOVE WS-RDD-ISO TO SD-REQ-DATE
           MOVE ORDER-NO   TO SD-ORDER-NO
           MOVE PROD-NO    TO SD-PROD-NO
           MOVE QUANTITY   TO SD-QTY
           MOVE WS-IN-REC  TO SD-LINE-IMAGE
           WRITE SCHED-REC
           MOVE ORDER-NO   TO WS-ACK-ORDER-NO
           MOVE 'PLANIF  ' TO WS-ACK-DISP
           PERFORM RECORD-ORDER-ACK
           .

      * MISE EN ATTENTE D'UNE LIGNE VALIDEE DE LA COMMANDE EN COURS
       BUFFER-ORDER-LINE.
           ADD 1 TO WS-ORD-LINE-COUNT
           MOVE WS-BACKORDER-QTY   TO OL-BACKORDER-QTY(OL-IX)
           MOVE WS-CONTRACT-FLAG   TO OL-CT-FLAG(OL-IX)
           MOVE WS-SUBST-FROM      TO OL-SUBST-FROM(OL-IX)
           MOVE WS-TIER-QTY        TO OL-TIER-QTY(OL-IX)
           MOVE WS-CAMP-CODE       TO OL-CAMP-CODE(OL-IX)
           MOVE WS-CAMP-DISC       TO OL-CAMP-DISC(OL-IX)
           .

      * ENREGISTREMENT 'R' (RETOUR/AVOIR) : MEME LAYOUT QU'UNE LIGNE
              EXIT PARAGRAPH
           END-IF

      * LE CONTROLE DE PERIODE PRECEDE LA GARDE DES AUTORISATIONS :
      * UN RETOUR REFUSE NE DOIT PAS CONSOMMER SON AUTORISATION
           PERFORM CHECK-LINE-PERIOD
           IF WS-PER-ACTION = 'X'
              EXIT PARAGRAPH
           END-IF

      * GARDE DES AUTORISATIONS DE RETOUR : UN RETOUR SANS
      * AUTORISATION VALIDE PART EN REVUE AU LIEU D'ETRE CREDITE
      * (LA LOGIQUE DE DISPOSITION PERTE/REMISE EN STOCK RESTE

           PERFORM PROCESS-RETURN-DISPOSITION
           PERFORM POST-RETURN-BALANCE
           PERFORM WRITE-CREDIT-JOURNAL

           PERFORM ACCUMULATE-CONSOLIDATED-SALES

           END-IF
           .

      *****************************************************************
      * LIGNE AU JOURNAL DES CREDITS POUR LE RETOUR QUI VIENT D'ETRE  *
      * CREDITE (LINE-AMOUNT TTC ET TAX-AMOUNT SONT NEGATIFS) : LE    *
      * CLIENT EN RECEVRA L'AVOIR NUMEROTE DE CRNOTE, AVEC SON        *
      * AUTORISATION DE RETOUR                                        *
      *****************************************************************
       WRITE-CREDIT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:20) TO CJ-TIMESTAMP
           MOVE 'IMPVENTS'      TO CJ-PROGRAM
           MOVE 'R'             TO CJ-REASON
           MOVE ORDER-NO        TO CJ-O-NO
           MOVE CUST-NO         TO CJ-C-NO
           MOVE PROD-NO         TO CJ-P-NO
           MOVE QUANTITY        TO CJ-QTY
           MOVE PRICE-FORMATTED TO CJ-PRICE
           COMPUTE CJ-NET = TAX-AMOUNT - LINE-AMOUNT
           COMPUTE CJ-VAT = 0 - TAX-AMOUNT
           MOVE RA-NUMBER       TO CJ-RA-NO
           WRITE CRJRN-RECORD
           IF NOT WS-CRJRN-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES CREDITS '
                      WS-FS-CRJRN ' COMMANDE ' ORDER-NO
              MOVE '00' TO WS-FS-CRJRN
           END-IF
           .

       DETERMINE-VAT-RATE.
      * TVA APPLICABLE SELON LA SOURCE ET LA DATE DE LA COMMANDE :
      * LE TAUX A DATE D'EFFET DE FVVATRAT EN VIGUEUR A LA DATE DE
      * SOURCE SANS PLAGE DECLAREE = PAS DE CONTROLE                  *
      *****************************************************************
       CHECK-ORDER-RANGE.
      * UNE LIGNE RECYCLEE ('Q'/'V') A PASSE CE CONTROLE A SON PREMIER
      * CHARGEMENT, OU PORTE UN NUMERO DE LA PLAGE DU COMPTOIR (VENTE
      * A LIVRER PLUS TARD SAISIE PAR ORDENT03 ET RELANCEE PAR
      * SCHEDREL SUR LA SOURCE DE LA SAISIE)
           IF WS-IN-REC(1:1) = 'Q' OR WS-IN-REC(1:1) = 'V'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RN-FOUND
           PERFORM VARYING WS-RN-SCAN FROM 1 BY 1
                   UNTIL WS-RN-SCAN > WS-ORDRNG-COUNT
              TO RA-NUMBER
           MOVE WS-IN-REC(WS-LAY-SITE-POS:WS-LAY-SITE-LEN)
              TO SHIP-SITE
           MOVE WS-IN-REC(WS-LAY-RDD-POS:WS-LAY-RDD-LEN)
              TO REQ-DELIV-DATE
           .

       NORMALIZE-LINE.
           END-IF
      * TARIFICATION : LE TARIF CONTRAT DU CLIENT EST CONSULTE AVANT
      * LE PRIX CATALOGUE ; UN PRIX EXPLICITE DE L'AMONT RESTE
      * PRIORITAIRE COMME AVANT. LE PRIX CATALOGUE EST AJUSTE DU
      * PALIER DE QUANTITE DU PRODUIT (APPLY-PRICE-TIER), PUIS DE LA
      * CAMPAGNE PROMOTIONNELLE EN VIGUEUR (APPLY-CAMPAIGN)
           MOVE 'N' TO WS-CONTRACT-FLAG
           MOVE 0 TO WS-TIER-QTY
           MOVE SPACES TO WS-CAMP-CODE
           MOVE 0 TO WS-CAMP-DISC
           IF PRICE = 0
              PERFORM FIND-CONTRACT-PRICE
              IF WS-CT-BEST > 0
              ELSE
                 PERFORM READ-CATALOG-PRICE
                 MOVE CAT-PRICE TO PRICE-FORMATTED
                 PERFORM APPLY-PRICE-TIER
                 PERFORM APPLY-CAMPAIGN
              END-IF
           ELSE
              COMPUTE PRICE-FORMATTED = PRICE / 100
           IF ERR-MSG NOT = SPACES
              EXIT PARAGRAPH
           END-IF
      * UNE LIGNE A LIVRER AU-DELA DE L'HORIZON NE CONSULTE PAS LE
      * STOCK (NI SUBSTITUTION NI RELIQUAT) : CE CONTROLE EST FAIT A
      * SA RELANCE PAR SCHEDREL
           PERFORM CHECK-REQUESTED-DATE
           IF ERR-MSG NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-LINE-SCHEDULED
              PERFORM CHECK-STOCK
              IF ERR-MSG NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF ORDER-NO > 0 AND WS-OS-FOUND = 0
              IF WS-OS-COUNT < WS-OS-MAX
                 ADD 1 TO WS-OS-COUNT
           MOVE ORDER-NO TO WS-MV-REF(1:7)
           PERFORM WRITE-STOCK-MOVEMENT
           PERFORM DECREMENT-LOCATION-STOCK
           PERFORM DECREMENT-LOT-STOCK
           .

      *****************************************************************
           IF WS-LOC-NEED <= 0
              EXIT PARAGRAPH
           END-IF
           MOVE ORDER-NO       TO H-LOC-O-NO
           MOVE FORMATTED-DATE TO H-LOC-DATE
           MOVE 'E1' TO H-LOC
           PERFORM TAKE-FROM-LOCATION
           IF WS-LOC-NEED > 0
           END-EXEC
           IF SQLCODE = 0
              SUBTRACT H-LOC-TAKE FROM WS-LOC-NEED
              EXEC SQL
                 INSERT INTO API9.LOC_ISSUE
                        (O_NO, P_NO, LOC, QTY, ISSUE_DATE)
                 VALUES (:H-LOC-O-NO, :H-STOCK-P-NO, :H-LOC,
                         :H-LOC-TAKE, :H-LOC-DATE)
              END-EXEC
           END-IF
           .

      *****************************************************************
      * DETAIL PAR LOT DE LA SORTIE : LA QUANTITE SERVIE EST PRISE   *
      * SUR LE LOT EN STOCK QUI PERIME LE PLUS TOT, PUIS LE SUIVANT, *
      * CHAQUE PRELEVEMENT ETANT TRACE PAR COMMANDE DANS             *
      * API9.LOT_ALLOC ; FAUTE DE LOT (STOCK ANTERIEUR), LE RESTE    *
      * SORT HORS LOT                                                *
      *****************************************************************
       DECREMENT-LOT-STOCK.
           IF WS-BACKORDER-FLAG = 'Y'
              COMPUTE WS-LOT-NEED = QUANTITY - WS-BACKORDER-QTY
           ELSE
              MOVE QUANTITY TO WS-LOT-NEED
           END-IF
           MOVE ORDER-NO   TO H-LOT-O-NO
           MOVE FORMATTED-DATE TO H-LOT-DATE
           MOVE 'N' TO WS-LOT-EMPTY-SW
           PERFORM TAKE-FROM-OLDEST-LOT
                   UNTIL WS-LOT-NEED <= 0 OR WS-LOT-EMPTY
           .

       TAKE-FROM-OLDEST-LOT.
           MOVE +0 TO H-LOT-QTY
           EXEC SQL
              SELECT LOT_NO, QTY INTO :H-LOT-NO, :H-LOT-QTY
                FROM API9.STOCK_LOT
               WHERE P_NO = :H-STOCK-P-NO
                 AND QTY  > 0
               ORDER BY EXPIRY_DATE, RECV_DATE, LOT_NO
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EMPTY-SW
              EXIT PARAGRAPH
           END-IF
           IF H-LOT-QTY >= WS-LOT-NEED
              MOVE WS-LOT-NEED TO H-LOT-TAKE
           ELSE
              MOVE H-LOT-QTY TO H-LOT-TAKE
           END-IF
           EXEC SQL
              UPDATE API9.STOCK_LOT
                 SET QTY = QTY - :H-LOT-TAKE
               WHERE P_NO   = :H-STOCK-P-NO
                 AND LOT_NO = :H-LOT-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EMPTY-SW
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              INSERT INTO API9.LOT_ALLOC
                     (O_NO, P_NO, LOT_NO, QTY, ALLOC_DATE)
              VALUES (:H-LOT-O-NO, :H-STOCK-P-NO, :H-LOT-NO,
                      :H-LOT-TAKE, :H-LOT-DATE)
           END-EXEC
           SUBTRACT H-LOT-TAKE FROM WS-LOT-NEED
           .

      * RETOUR EN STOCK D'UNE COMMANDE QUI AVAIT PRELEVE DES LOTS :
      * LES UNITES REVIENNENT DANS LE DERNIER LOT PRELEVE PAR CETTE
      * COMMANDE POUR LE PRODUIT (ALLOCATION NEGATIVE TRACEE) ; SANS
      * PRELEVEMENT CONNU, LE RETOUR RESTE HORS LOT
       RESTOCK-LOT-STOCK.
           MOVE ORDER-NO   TO H-LOT-O-NO
           MOVE FORMATTED-DATE TO H-LOT-DATE
           EXEC SQL
              SELECT LOT_NO INTO :H-LOT-NO
                FROM API9.LOT_ALLOC
               WHERE O_NO = :H-LOT-O-NO
                 AND P_NO = :H-STOCK-P-NO
                 AND QTY  > 0
               ORDER BY ALLOC_DATE DESC, LOT_NO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE QUANTITY TO H-LOT-TAKE
           EXEC SQL
              UPDATE API9.STOCK_LOT
                 SET QTY = QTY + :H-LOT-TAKE
               WHERE P_NO   = :H-STOCK-P-NO
                 AND LOT_NO = :H-LOT-NO
           END-EXEC
           IF SQLCODE = 0
              COMPUTE H-LOT-TAKE = 0 - H-LOT-TAKE
              EXEC SQL
                 INSERT INTO API9.LOT_ALLOC
                        (O_NO, P_NO, LOT_NO, QTY, ALLOC_DATE)
                 VALUES (:H-LOT-O-NO, :H-STOCK-P-NO, :H-LOT-NO,
                         :H-LOT-TAKE, :H-LOT-DATE)
              END-EXEC
           END-IF
           .

                 VALUES (:H-STOCK-P-NO, :H-LOC, :H-LOC-TAKE)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE ORDER-NO       TO H-LOC-O-NO
              MOVE FORMATTED-DATE TO H-LOC-DATE
              COMPUTE H-LOC-TAKE = 0 - H-LOC-TAKE
              EXEC SQL
                 INSERT INTO API9.LOC_ISSUE
                        (O_NO, P_NO, LOC, QTY, ISSUE_DATE)
                 VALUES (:H-LOC-O-NO, :H-STOCK-P-NO, :H-LOC,
                         :H-LOC-TAKE, :H-LOC-DATE)
              END-EXEC
           END-IF
           .

      *****************************************************************
           MOVE QUANTITY        TO H-I-QTY
           MOVE PRICE-FORMATTED TO H-I-PRICE
           MOVE TAX-AMOUNT      TO H-I-TAX
           MOVE WS-TIER-QTY     TO H-I-TIER-QTY
           MOVE WS-CAMP-CODE    TO H-I-CAMP-CODE
           MOVE WS-CAMP-DISC    TO H-I-CAMP-DISC
      * COLONNE TAX_AMOUNT SUR API9.ITEMS : PORTION TVA DE LA LIGNE,
      * CALCULEE PAR DETERMINE-VAT-RATE, A AJOUTER AU SCHEMA EXISTANT
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
           MOVE ORDER-NO TO WS-MV-REF(1:7)
           PERFORM WRITE-STOCK-MOVEMENT
           PERFORM RESTOCK-LOCATION-STOCK
           PERFORM RESTOCK-LOT-STOCK
           .

       WRITE-WRITEOFF-LINE.
           MOVE OL-BACKORDER-QTY(OL-IX)  TO WS-BACKORDER-QTY
           MOVE OL-CT-FLAG(OL-IX)        TO WS-CONTRACT-FLAG
           MOVE OL-SUBST-FROM(OL-IX)     TO WS-SUBST-FROM
           MOVE OL-TIER-QTY(OL-IX)       TO WS-TIER-QTY
           MOVE OL-CAMP-CODE(OL-IX)      TO WS-CAMP-CODE
           MOVE OL-CAMP-DISC(OL-IX)      TO WS-CAMP-DISC

           PERFORM UPSERT-ITEMS
           IF SQLCODE NOT = 0
           IF WS-CONTRACT-FLAG = 'Y'
              ADD 1 TO CNT-CONTRACT
           END-IF
           IF WS-TIER-QTY > 0
              ADD 1 TO CNT-TIER
           END-IF
           IF WS-CAMP-CODE NOT = SPACES
              PERFORM POST-CAMPAIGN-BUDGET
           END-IF
           ADD 1 TO CNT-OK
           PERFORM LOG-OK
           ADD 1 TO CNT-COMMIT
           MOVE WS-BACKORDER-QTY  TO WS-PEND-BO-QTY
           MOVE WS-CONTRACT-FLAG  TO WS-PEND-CT-FLAG
           MOVE WS-SUBST-FROM     TO WS-PEND-SUBST-FROM
           MOVE WS-TIER-QTY       TO WS-PEND-TIER-QTY
           MOVE WS-CAMP-CODE      TO WS-PEND-CAMP-CODE
           MOVE WS-CAMP-DISC      TO WS-PEND-CAMP-DISC
           .

       RESTORE-PENDING-LINE.
           MOVE WS-PEND-BO-QTY    TO WS-BACKORDER-QTY
           MOVE WS-PEND-CT-FLAG   TO WS-CONTRACT-FLAG
           MOVE WS-PEND-SUBST-FROM TO WS-SUBST-FROM
           MOVE WS-PEND-TIER-QTY  TO WS-TIER-QTY
           MOVE WS-PEND-CAMP-CODE TO WS-CAMP-CODE
           MOVE WS-PEND-CAMP-DISC TO WS-CAMP-DISC
           .

      * MAJ CUSTOMERS.BALANCE DIFFEREE (VOIR READ-RUN-MODE-CARD) : ECRIT
                    TO WS-LAY-SITE-POS
                 MOVE FUNCTION NUMVAL(WS-LAY-LEN-TXT)
                    TO WS-LAY-SITE-LEN
              WHEN 'RDD'
                 MOVE FUNCTION NUMVAL(WS-LAY-POS-TXT)
                    TO WS-LAY-RDD-POS
                 MOVE FUNCTION NUMVAL(WS-LAY-LEN-TXT)
                    TO WS-LAY-RDD-LEN
              WHEN OTHER
                 DISPLAY 'CHAMP LAYOUT INCONNU IGNORE: ' WS-LAY-FIELD
           END-EVALUATE
           END-SEARCH
           .

      *****************************************************************
      * CONTROLE DE LA PERIODE D'UNE LIGNE DE VENTE OU DE RETOUR      *
      * (SOUS-PROGRAMME PERIODCK SUR FVPERST) : PERIODE EN CLOTURE    *
      * OU FERMEE EN MODE REFUSER = LA LIGNE EST REJETEE (ACCUSE      *
      * REJETEE, L'AMONT LA RENVOIE UNE FOIS LA PERIODE PASSEE EN     *
      * BACKPOST=REDIRECT PAR PERCLOSE) ; EN MODE REPORTER = LA       *
      * LIGNE EST DATEE DU PREMIER JOUR OUVERT, COMME LES LIGNES      *
      * RECYCLEES, POUR QUE O_DATE/RET_DATE TOMBENT DANS LA PERIODE   *
      * OU LE SOLDE BOUGE. REFUS ET REPORTS SONT TRACES DANS          *
      * FVBKPOST, MONTANT HT (NEGATIF POUR UN RETOUR)                 *
      *****************************************************************
       CHECK-LINE-PERIOD.
           MOVE FORMATTED-DATE TO WS-LINE-ORIG-DATE
           CALL 'PERIODCK' USING WS-LINE-ORIG-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'P'
              EXIT PARAGRAPH
           END-IF
           COMPUTE BP-AMOUNT = QUANTITY * PRICE-FORMATTED
           IF WS-IN-REC(1:1) = 'R' OR WS-IN-REC(1:1) = 'V'
              MULTIPLY -1 BY BP-AMOUNT
           END-IF
           IF WS-PER-ACTION = 'X'
              ADD 1 TO CNT-ERR
              ADD 1 TO CNT-PER-REFUSED
              MOVE 'PERIODE DE LA LIGNE FERMEE' TO WS-LOG-MSG
              PERFORM LOG-ERR
              MOVE 'LIGNE REFUSEE' TO BP-DETAIL
           ELSE
              ADD 1 TO CNT-PER-REPORTED
              MOVE WS-PER-POST-DATE TO FORMATTED-DATE
              MOVE 'LIGNE REPORTEE' TO BP-DETAIL
           END-IF
           PERFORM APPEND-BACKPOST
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
      * TRACE D'UNE LIGNE REFUSEE OU REPORTEE (FVBKPOST, EN AJOUT) ;  *
      * BP-AMOUNT ET BP-DETAIL SONT RENSEIGNES PAR L'APPELANT         *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BKPOST-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BKPOST-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'IMPVENTS'        TO BP-PROGRAM
              MOVE WS-PER-ACTION     TO BP-ACTION
              MOVE WS-LINE-ORIG-DATE TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE  TO BP-POST-DATE
              MOVE ORDER-NO          TO BP-REFERENCE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-FS-BKPOST
           END-IF
           MOVE '00' TO WS-FS-BKPOST
           .

       LOG-OK.
           MOVE WS-SRC            TO R-SRC
           MOVE ORDER-NO          TO R-ONO
                 END-STRING
              WHEN WS-CONTRACT-FLAG = 'Y'
                 MOVE '  OK (PRIX CONTRAT)' TO R-TAG
              WHEN WS-CAMP-CODE NOT = SPACES
                 MOVE SPACES TO R-TAG
                 STRING '  OK (PROMO ' WS-CAMP-CODE ')'
                    DELIMITED BY SIZE INTO R-TAG
                 END-STRING
              WHEN WS-TIER-QTY > 0
                 MOVE WS-TIER-QTY TO WS-TIER-EDIT
                 MOVE SPACES TO R-TAG
                 STRING '  OK (PALIER ' WS-TIER-EDIT ')'
                    DELIMITED BY SIZE INTO R-TAG
                 END-STRING
              WHEN OTHER
                 MOVE '  OK' TO R-TAG
           END-EVALUATE
              WRITE REPORT-REC FROM RPT-DISP-SUM
              MOVE CNT-CONTRACT TO RS-CONTRACT
              WRITE REPORT-REC FROM RPT-CONTRACT-SUM
              MOVE CNT-TIER TO RS-TIER
              WRITE REPORT-REC FROM RPT-TIER-SUM
              MOVE CNT-CAMPAIGN TO RS-CAMPAIGN
              MOVE WS-CAMP-DISC-TOTAL TO RS-CAMP-DISC
              WRITE REPORT-REC FROM RPT-CAMP-SUM
              MOVE CNT-EXEMPT-LINES   TO RS-EXEMPT
              MOVE CNT-EXEMPT-EXPIRED TO RS-EXEMPT-EXP
              WRITE REPORT-REC FROM RPT-EXEMPT-SUM
              MOVE CNT-SUBSTITUTED TO RS-SUBSTITUTED
              WRITE REPORT-REC FROM RPT-SUBST-SUM
              MOVE CNT-SCHEDULED    TO RS-SCHEDULED
              MOVE WS-SCHED-HORIZON TO RS-HORIZON
              WRITE REPORT-REC FROM RPT-SCHED-SUM
              IF CNT-EXEMPT-EXPIRED > 0
                 DISPLAY 'ATTENTION : ' CNT-EXEMPT-EXPIRED
                         ' LIGNE(S) AVEC CERTIFICAT D''EXONERATION '
           CLOSE WRITEOFF-FILE
           CLOSE HELD-FILE
           CLOSE QUAR-FILE
           CLOSE SCHED-FILE
           IF NOT WS-PART-BALANCE
              CLOSE STKMOV-FILE
              CLOSE CRJRN-FILE
              IF WS-RA-AVAILABLE
                 CLOSE RAMST-FILE
              END-IF
              END-IF
              CLOSE RAREV-FILE
              DISPLAY 'RETOURS PARTIS EN REVUE: ' CNT-RA-REVIEW
              IF CNT-PER-REFUSED > 0 OR CNT-PER-REPORTED > 0
                 DISPLAY 'LIGNES HORS PERIODE OUVERTE - REFUSEES: '
                         CNT-PER-REFUSED '  REPORTEES: '
                         CNT-PER-REPORTED
              END-IF
           END-IF
           IF WS-PART-SINGLE
              MOVE WS-PART-IDX TO WS-CUR-SRC-IDX
