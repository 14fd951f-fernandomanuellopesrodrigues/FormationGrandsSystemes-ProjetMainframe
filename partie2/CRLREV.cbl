       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRLREV.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : REVUE TRIMESTRIELLE DES PLAFONDS D'ENCOURS        *
      * OBJECTIF  : LE PLAFOND D'ENCOURS (API9.CUSTOMERS.CREDIT_LIMIT)*
      *             EST POSE A LA CREATION DU CLIENT ET N'ETAIT JAMAIS*
      *             REVU : LES BONS PAYEURS BUTENT SUR LE CONTROLE    *
      *             D'ENCOURS (ATTENTE CREDIT) ET LES MAUVAIS GARDENT *
      *             UN PLAFOND ELEVE. CE LOT TRIMESTRIEL CALCULE PAR  *
      *             CLIENT A PLAFOND, SUR LE TRIMESTRE (CARTE         *
      *             QUARTER=AAAA-T, DEFAUT = DERNIER TRIMESTRE CLOS) :*
      *             - LE DELAI MOYEN DE REGLEMENT, PONDERE PAR LES    *
      *               MONTANTS, DES LETTRAGES D'OPENITEM (FVOPNMAT)   *
      *               DONT LE REGLEMENT TOMBE DANS LE TRIMESTRE,      *
      *               COMPARE AU DELAI DES CONDITIONS (TERMS) ;       *
      *             - LA POINTE DE L'ENCOURS DES FACTURES OUVERTES :  *
      *               L'ETAT COURANT FVOPNIT EST REMONTE AU DEBUT DU  *
      *               TRIMESTRE EN RETIRANT LES FACTURES EMISES       *
      *               (FVINVREG) ET EN RAJOUTANT LES REGLEMENTS       *
      *               LETTRES DEPUIS, PUIS REJOUE JOUR PAR JOUR       *
      *               JUSQU'A LA FIN DU TRIMESTRE ;                   *
      *             - LE NIVEAU DE RELANCE ATTEINT (ETAT FVDUNST) ET  *
      *               LES PENALITES DE RETARD FACTUREES SUR LES MOIS  *
      *               DU TRIMESTRE (FVLFAPP DE LATEFEE).              *
      *             IL PROPOSE UNE BAISSE (RELANCE DE NIVEAU 2 OU 3,  *
      *             PENALITES, RETARD MOYEN AU-DELA DE LA CARTE       *
      *             LATE=), UN GEL (RELANCE DE NIVEAU 1, AUCUN        *
      *             REGLEMENT LETTRE, RETARD AU-DELA DE LA TOLERANCE  *
      *             GRACE=, POINTE SOUS LE SEUIL USE= DU PLAFOND) OU  *
      *             UNE HAUSSE (CLIENT A L'HEURE QUI UTILISE SON      *
      *             PLAFOND), DE UP= OU DOWN= POURCENT ARRONDIS A LA  *
      *             CENTAINE DE DOLLARS, AVEC LE MOTIF. LES HAUSSES   *
      *             ET BAISSES SONT INSCRITES DANS LE FICHIER DE      *
      *             REVUE CRLPND03 (UNE PROPOSITION ENCORE EN ATTENTE *
      *             EST REMPLACEE, UN GEL RETIRE LA PROPOSITION       *
      *             ANTERIEURE) POUR DECISION DU SERVICE CREDIT A     *
      *             L'ECRAN CRLAPP03 ; CRLAPPL EN TIRE LES MOUVEMENTS *
      *             FNCUSTM APPLIQUES PAR CUSTMNT. UNE TABLE SATUREE  *
      *             REND LA REVUE INCOMPLETE : RIEN N'EST INSCRIT ET  *
      *             LE RUN SE TERMINE EN RETURN-CODE 8. LE FICHIER    *
      *             CRLPND03 DOIT ETRE FERME DANS CICS PENDANT LE     *
      *             PASSAGE.                                          *
      * ENTREE    : SYSIN (QUARTER=, UP=, DOWN=, USE=, GRACE=, LATE=, *
      *             TOUTES FACULTATIVES), FVOPNIT (ETAT COURANT DES   *
      *             FACTURES OUVERTES), FVINVREG ET FVOPNMAT          *
      *             (GENERATIONS DEPUIS LE DEBUT DU TRIMESTRE,        *
      *             CONCATENEES), FVDUNST, FVLFAPP (TOUS FACULTATIFS),*
      *             BASE DB2 (API9.CUSTOMERS)                         *
      * SORTIE    : CRLPND03 (PROPOSITIONS), RAPPORT (FREPORT)        *
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
               FILE STATUS IS WS-FS-INVREG.

           SELECT MATCHLOG-FILE
               ASSIGN TO FVOPNMAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MATLOG.

           SELECT DUNSTATE-FILE
               ASSIGN TO FVDUNST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DUNST.

           SELECT FEEAPP-FILE
               ASSIGN TO FVLFAPP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FEEAPP.

      * FICHIER DE REVUE PARTAGE AVEC L'ECRAN CRLAPP03 (CICS)
           SELECT REVIEW-FILE
               ASSIGN TO CRLPND03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-FS-REVIEW.

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

      * MEME DISPOSITION QUE REGISTER-RECORD DANS INVGEN (SEULS LE
      * CLIENT, LA DATE ET LE TTC EN DOLLARS SONT EXPLOITES ICI)
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
      * RETOUR : UN AVOIR DE CRNOTE (MONTANTS NEGATIFS) FAIT
      * BAISSER L'ENCOURS A SA DATE COMME UN REGLEMENT
           05 FILLER                  PIC X(1).
           05 RG-DOC-TYPE             PIC X(1).
           05 FILLER                  PIC X(1).
           05 RG-REF-INV-NO           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RG-RA-NO                PIC X(7).

      * MEME DISPOSITION QUE MATCHLOG-RECORD DANS OPENITEM
       FD  MATCHLOG-FILE.
       01  MATCHLOG-RECORD.
           05 ML-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 ML-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 ML-INV-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 ML-PAY-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 ML-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 ML-CLOSED               PIC X(1).

      * MEME DISPOSITION QUE DUNSTATE-RECORD DANS DUNNING
       FD  DUNSTATE-FILE.
       01  DUNSTATE-RECORD.
           05 DN-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 DN-LEVEL                PIC 9(1).
           05 FILLER                  PIC X(1).
           05 DN-DATE                 PIC X(10).

      * MEME DISPOSITION QUE FEEAPP-RECORD DANS LATEFEE
       FD  FEEAPP-FILE.
       01  FEEAPP-RECORD.
           05 FA-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1).
           05 FA-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 FA-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 FA-TIMESTAMP            PIC X(20).

      * MEME DISPOSITION QUE LE COPYBOOK CICS CRLPND03 (PARTIE4)
       FD  REVIEW-FILE.
       01  CRLPND03-REC.
           05 LR-PROPOSAL.
              10 LR-KEY.
                 15 LR-CUST-NO        PIC 9(4).
              10 FILLER               PIC X(1).
              10 LR-QUARTER           PIC X(6).
              10 FILLER               PIC X(1).
              10 LR-ACTION            PIC X(1).
              10 FILLER               PIC X(1).
              10 LR-OLD-LIMIT         PIC 9(9)V99.
              10 FILLER               PIC X(1).
              10 LR-NEW-LIMIT         PIC 9(9)V99.
              10 FILLER               PIC X(1).
              10 LR-AVG-DAYS          PIC 9(3).
              10 FILLER               PIC X(1).
              10 LR-TERMS-DAYS        PIC 9(2).
              10 FILLER               PIC X(1).
              10 LR-PEAK              PIC 9(9)V99.
              10 FILLER               PIC X(1).
              10 LR-DUN-LEVEL         PIC 9(1).
              10 FILLER               PIC X(1).
              10 LR-FEES              PIC 9(7)V99.
              10 FILLER               PIC X(1).
              10 LR-REASON            PIC X(40).
              10 FILLER               PIC X(1).
              10 LR-TIMESTAMP         PIC X(20).
           05 FILLER                  PIC X(1).
           05 LR-DECISION             PIC X(1).
           05 FILLER                  PIC X(1).
           05 LR-COMMENT              PIC X(20).
           05 FILLER                  PIC X(1).
           05 LR-APPROVER             PIC X(8).
           05 FILLER                  PIC X(1).
           05 LR-DECISION-TS          PIC X(20).

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
       01  WS-FS-INVREG               PIC XX VALUE SPACES.
           88 WS-INVREG-OK                  VALUE '00'.
           88 WS-INVREG-EOF                 VALUE '10'.
       01  WS-FS-MATLOG               PIC XX VALUE SPACES.
           88 WS-MATLOG-OK                  VALUE '00'.
           88 WS-MATLOG-EOF                 VALUE '10'.
       01  WS-FS-DUNST                PIC XX VALUE SPACES.
           88 WS-DUNST-OK                   VALUE '00'.
           88 WS-DUNST-EOF                  VALUE '10'.
       01  WS-FS-FEEAPP               PIC XX VALUE SPACES.
           88 WS-FEEAPP-OK                  VALUE '00'.
           88 WS-FEEAPP-EOF                 VALUE '10'.
       01  WS-FS-REVIEW               PIC XX VALUE SPACES.
           88 WS-REVIEW-OK                  VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * PARAMETRES (CARTES SYSIN) : TRIMESTRE REVU (AAAA-T), HAUSSE ET
      * BAISSE EN POURCENT DU PLAFOND, SEUIL D'UTILISATION (POINTE EN
      * POURCENT DU PLAFOND) EN DECA DUQUEL UNE HAUSSE N'EST PAS
      * PROPOSEE, TOLERANCE DE RETARD (GEL AU-DELA) ET RETARD MOYEN
      * DECLENCHANT UNE BAISSE, EN JOURS AU-DELA DES CONDITIONS
       01  WS-QUARTER                 PIC X(6)  VALUE SPACES.
       01  WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05 WS-QT-YYYY              PIC X(4).
           05 WS-QT-DASH              PIC X(1).
           05 WS-QT-Q                 PIC X(1).
       01  WS-UP-PCT                  PIC 9(3)  VALUE 20.
       01  WS-DOWN-PCT                PIC 9(3)  VALUE 25.
       01  WS-USE-PCT                 PIC 9(3)  VALUE 80.
       01  WS-GRACE-DAYS              PIC 9(3)  VALUE 5.
       01  WS-LATE-DAYS               PIC 9(3)  VALUE 30.
       01  WS-CARD-VALUE              PIC 9(3)  VALUE ZERO.

      * BORNES DU TRIMESTRE EN JOURS ENTIERS ET MOIS AAAA-MM COUVERTS
       01  WS-QT-YEAR                 PIC 9(4)  VALUE ZERO.
       01  WS-QT-NUM                  PIC 9(1)  VALUE ZERO.
       01  WS-QT-MONTH                PIC 9(2)  VALUE ZERO.
       01  WS-QSTART-INT              PIC 9(7)  VALUE ZERO.
       01  WS-QEND-INT                PIC 9(7)  VALUE ZERO.
       01  WS-QSTART-DATE             PIC X(10) VALUE SPACES.
       01  WS-QEND-DATE               PIC X(10) VALUE SPACES.
       01  WS-PERIOD-TABLE.
           05 WS-QT-PERIOD            PIC X(7)  OCCURS 3 TIMES.
       01  WS-PERIOD-IX               PIC 9(1)  VALUE ZERO.

      * CONVERSION AAAA-MM-JJ -> JOURS ENTIERS (WS-DATE-INT)
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
           05 WS-DT-YYYY              PIC X(4).
           05 WS-DT-MM                PIC X(2).
           05 WS-DT-DD                PIC X(2).
       01  WS-CHECK-DATE              PIC X(10) VALUE SPACES.
       01  WS-DATE-INT                PIC 9(7)  VALUE ZERO.
       01  WS-INV-INT                 PIC 9(7)  VALUE ZERO.
       01  WS-BAD-DATE-SW             PIC X     VALUE 'N'.
           88 WS-BAD-DATE                   VALUE 'Y'.

      * TABLE DES CLIENTS : ENCOURS OUVERT COURANT, REGLEMENTS
      * LETTRES DU TRIMESTRE (MONTANT, JOURS x MONTANT), PENALITES ET
      * NIVEAU DE RELANCE
       01  WS-CUST-TABLE.
           05 WS-CU-ENTRY OCCURS 3000 TIMES INDEXED BY CU-IX.
              10 WS-CU-C-NO           PIC 9(4).
              10 WS-CU-OPEN           PIC S9(9)V99  COMP-3.
              10 WS-CU-PAID           PIC S9(9)V99  COMP-3.
              10 WS-CU-DAYS-AMT       PIC S9(13)V99 COMP-3.
              10 WS-CU-MATCHES        PIC 9(5)      COMP-3.
              10 WS-CU-FEES           PIC S9(7)V99  COMP-3.
              10 WS-CU-LEVEL          PIC 9(1).
       01  WS-CUST-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-CUST-MAX                PIC 9(5)  VALUE 3000.
       01  WS-CUST-FOUND              PIC 9(5)  VALUE ZERO.
       01  WS-CUR-C-NO                PIC 9(4)  VALUE ZERO.

      * MOUVEMENTS DE L'ENCOURS DEPUIS LE DEBUT DU TRIMESTRE, CUMULES
      * PAR CLIENT ET PAR JOUR (FACTURES EMISES, REGLEMENTS LETTRES),
      * TENUS TRIES A L'INSERTION PAR CLIENT PUIS JOUR (RECHERCHE
      * DICHOTOMIQUE) : LA REVUE LES PARCOURT DANS L'ORDRE DU CURSEUR
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 8000 TIMES.
              10 WS-DY-KEY.
                 15 WS-DY-C-NO        PIC 9(4).
                 15 WS-DY-INT         PIC 9(7).
              10 WS-DY-INV            PIC S9(9)V99  COMP-3.
              10 WS-DY-PAY            PIC S9(9)V99  COMP-3.
       01  WS-DAY-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-DAY-MAX                 PIC 9(5)  VALUE 8000.
       01  WS-CUR-DY-KEY.
           05 WS-CUR-DY-C-NO          PIC 9(4).
           05 WS-CUR-DY-INT           PIC 9(7).
       01  WS-CUR-DY-INV              PIC S9(9)V99  COMP-3 VALUE +0.
       01  WS-CUR-DY-PAY              PIC S9(9)V99  COMP-3 VALUE +0.
       01  WS-DY-LO                   PIC S9(5) COMP VALUE ZERO.
       01  WS-DY-HI                   PIC S9(5) COMP VALUE ZERO.
       01  WS-DY-MID                  PIC S9(5) COMP VALUE ZERO.
       01  WS-DY-SHIFT                PIC S9(5) COMP VALUE ZERO.
       01  WS-DY-FOUND-SW             PIC X     VALUE 'N'.
           88 WS-DY-FOUND                   VALUE 'Y'.
      * PREMIER MOUVEMENT DU CLIENT COURANT (LA TABLE ET LE CURSEUR
      * SONT TOUS DEUX DANS L'ORDRE DES NUMEROS DE CLIENT)
       01  WS-DY-PTR                  PIC 9(5)  VALUE 1.
       01  WS-DY-IX                   PIC 9(5)  VALUE ZERO.

      * TABLE SATUREE : LA REVUE SERAIT FAUSSE, RIEN N'EST INSCRIT
       01  WS-OVERFLOW-SW             PIC X     VALUE 'N'.
           88 WS-OVERFLOW                   VALUE 'Y'.

      * ELEMENTS DE LA REVUE DU CLIENT COURANT
       01  WS-CUST-EOF-SW             PIC X     VALUE 'N'.
           88 WS-CUST-EOF                   VALUE 'Y'.
       01  WS-TERMS-DAYS              PIC 9(2)  VALUE ZERO.
       01  WS-AVG-DAYS                PIC 9(3)  VALUE ZERO.
       01  WS-DAYS-BEYOND             PIC S9(4) VALUE ZERO.
       01  WS-OPEN-NOW                PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-RUN-BALANCE             PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-PEAK                    PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-PEAK-PCT                PIC 9(3)  VALUE ZERO.
       01  WS-PAID                    PIC S9(9)V99  COMP-3 VALUE +0.
       01  WS-DAYS-AMT                PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-MATCHES                 PIC 9(5)  VALUE ZERO.
       01  WS-FEES                    PIC S9(7)V99  COMP-3 VALUE +0.
       01  WS-LEVEL                   PIC 9(1)  VALUE ZERO.
       01  WS-LIMIT                   PIC S9(9)V99  COMP-3 VALUE +0.
       01  WS-NEW-LIMIT               PIC S9(9)V99  COMP-3 VALUE +0.
       01  WS-HUNDREDS                PIC 9(9)  VALUE ZERO.
       01  WS-SCALED                  PIC 9(13)V99 VALUE ZERO.
       01  WS-PROPOSAL                PIC X(1)  VALUE SPACE.
           88 WS-PROPOSE-INCREASE           VALUE 'H'.
           88 WS-PROPOSE-DECREASE           VALUE 'B'.
           88 WS-PROPOSE-FREEZE             VALUE 'G'.
       01  WS-REASON                  PIC X(40) VALUE SPACES.
       01  WS-REVIEW-TS               PIC X(20) VALUE SPACES.
       01  WS-EDIT-N3                 PIC ZZ9.
       01  WS-EDIT-N1                 PIC 9.
       01  WS-EDIT-PCT                PIC ZZ9.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-OPEN-READ            PIC 9(7)  VALUE ZERO.
           05 WS-INVOICES-READ        PIC 9(7)  VALUE ZERO.
           05 WS-INVOICES-USED        PIC 9(7)  VALUE ZERO.
           05 WS-MATCHES-READ         PIC 9(7)  VALUE ZERO.
           05 WS-MATCHES-USED         PIC 9(7)  VALUE ZERO.
           05 WS-DATES-REJECTED       PIC 9(7)  VALUE ZERO.
           05 WS-CUST-REVIEWED        PIC 9(5)  VALUE ZERO.
           05 WS-CUST-NO-LIMIT        PIC 9(5)  VALUE ZERO.
           05 WS-PROP-INCREASE        PIC 9(5)  VALUE ZERO.
           05 WS-PROP-DECREASE        PIC 9(5)  VALUE ZERO.
           05 WS-PROP-FREEZE          PIC 9(5)  VALUE ZERO.
           05 WS-REV-NEW              PIC 9(5)  VALUE ZERO.
           05 WS-REV-REPLACED         PIC 9(5)  VALUE ZERO.
           05 WS-REV-WITHDRAWN        PIC 9(5)  VALUE ZERO.
           05 WS-REV-ERRORS           PIC 9(5)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'REVUE TRIMESTRIELLE DES PLAFONDS D''ENCOURS
      -          ' (PROPOSITIONS CRLPND03)'.
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(12)     VALUE
                 'TRIMESTRE : '.
              10 WS-RPT-QUARTER       PIC X(6).
              10 FILLER               PIC X(4)      VALUE ' DU '.
              10 WS-RPT-QSTART        PIC X(10).
              10 FILLER               PIC X(4)      VALUE ' AU '.
              10 WS-RPT-QEND          PIC X(10).
              10 FILLER               PIC X(10)     VALUE
                 '  HAUSSE: '.
              10 WS-RPT-UP            PIC ZZ9.
              10 FILLER               PIC X(11)     VALUE
                 '%  BAISSE: '.
              10 WS-RPT-DOWN          PIC ZZ9.
              10 FILLER               PIC X(11)     VALUE
                 '%  POINTE: '.
              10 WS-RPT-USE           PIC ZZ9.
              10 FILLER               PIC X(14)     VALUE
                 '%  TOLERANCE: '.
              10 WS-RPT-GRACE         PIC ZZ9.
              10 FILLER               PIC X(20)     VALUE
                 ' J  BAISSE AU-DELA: '.
              10 WS-RPT-LATE          PIC ZZ9.
              10 FILLER               PIC X(2)      VALUE ' J'.
           05 WS-COLUMN-LINE          PIC X(132)    VALUE
                 'CLIENT   PLAFOND DELAI/NET     POINTE REL   PENALITE
      -          ' P   NOUVEAU MOTIF'.
           05 WS-DETAIL-LINE.
              10 WS-RPT-CUST          PIC 9(4).
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-LIMIT         PIC Z(8)9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-AVG           PIC ZZ9.
              10 FILLER               PIC X(1)      VALUE '/'.
              10 WS-RPT-TERMS         PIC Z9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-PEAK          PIC Z(8)9.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-LEVEL         PIC 9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-FEES          PIC Z(6)9.99.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-ACTION        PIC X(1).
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-NEW           PIC Z(8)9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-REASON        PIC X(40).
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-REVIEW        PIC X(22).
           05 WS-OVERFLOW-LINE        PIC X(132)    VALUE
                 '*** TABLES SATUREES : REVUE INCOMPLETE, AUCUNE
      -          ' PROPOSITION INSCRITE ***'.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(17)     VALUE
                 'CLIENTS REVUS : '.
              10 WS-RPT-REVIEWED      PIC ZZ,ZZ9.
              10 FILLER               PIC X(12)     VALUE
                 ' - HAUSSES: '.
              10 WS-RPT-INCREASE      PIC ZZ,ZZ9.
              10 FILLER               PIC X(12)     VALUE
                 ' - BAISSES: '.
              10 WS-RPT-DECREASE      PIC ZZ,ZZ9.
              10 FILLER               PIC X(9)      VALUE ' - GELS: '.
              10 WS-RPT-FREEZE        PIC ZZ,ZZ9.
              10 FILLER               PIC X(17)     VALUE
                 ' - SANS PLAFOND: '.
              10 WS-RPT-NO-LIMIT      PIC ZZ,ZZ9.
           05 WS-REVIEW-SUMMARY-LINE.
              10 FILLER               PIC X(24)     VALUE
                 'PROPOSITIONS INSCRITES: '.
              10 WS-RPT-REV-NEW       PIC ZZ,ZZ9.
              10 FILLER               PIC X(15)     VALUE
                 ' - REMPLACEES: '.
              10 WS-RPT-REV-REPL      PIC ZZ,ZZ9.
              10 FILLER               PIC X(13)     VALUE
                 ' - RETIREES: '.
              10 WS-RPT-REV-WDRN      PIC ZZ,ZZ9.
              10 FILLER               PIC X(12)     VALUE
                 ' - ERREURS: '.
              10 WS-RPT-REV-ERR       PIC ZZ,ZZ9.
           05 WS-INPUT-SUMMARY-LINE.
              10 FILLER               PIC X(20)     VALUE
                 'FACTURES OUVERTES: '.
              10 WS-RPT-OPEN-READ     PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(12)     VALUE
                 ' - EMISES: '.
              10 WS-RPT-INV-USED      PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(14)     VALUE
                 ' - LETTRAGES: '.
              10 WS-RPT-MAT-USED      PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(20)     VALUE
                 ' - DATES INVALIDES: '.
              10 WS-RPT-BAD-DATES     PIC Z,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-C-NO                     PIC S9(5)      USAGE COMP.
       01  H-C-CREDIT-LIMIT           PIC S9(9)V99   USAGE COMP-3.
      * COLONNE TERMS SUR API9.CUSTOMERS (NET15/30/60, BLANCS =
      * IMMEDIAT), TENUE PAR CUSTMNT - EXTENSION DE SCHEMA
       01  H-C-TERMS                  PIC X(5).

      * TOUS LES CLIENTS, DANS L'ORDRE DES NUMEROS (MEME ORDRE QUE LA
      * TABLE DES MOUVEMENTS) ; PLAFOND A ZERO = SANS PLAFOND, NON REVU
           EXEC SQL
               DECLARE CUST-CURSOR CURSOR FOR
               SELECT C_NO, COALESCE(CREDIT_LIMIT,0),
                      COALESCE(TERMS,' ')
                 FROM API9.CUSTOMERS
                ORDER BY C_NO
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-INVOICES
           PERFORM LOAD-MATCHES
           PERFORM LOAD-DUNNING-STATE
           PERFORM LOAD-LATE-FEES
           PERFORM REVIEW-CUSTOMERS
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION : CARTES SYSIN, BORNES DU TRIMESTRE, FICHIER   *
      * DE REVUE ET RAPPORT                                           *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CRLREV'
           PERFORM READ-SYSIN-CARDS
           PERFORM RESOLVE-QUARTER
      * LE FICHIER DE REVUE EST DEFINI VIDE A L'INSTALLATION
           OPEN I-O REVIEW-FILE
           IF NOT WS-REVIEW-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DE REVUE CRLPND03: '
                      WS-FS-REVIEW
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              CLOSE REVIEW-FILE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-QUARTER     TO WS-RPT-QUARTER
           MOVE WS-QSTART-DATE TO WS-RPT-QSTART
           MOVE WS-QEND-DATE   TO WS-RPT-QEND
           MOVE WS-UP-PCT      TO WS-RPT-UP
           MOVE WS-DOWN-PCT    TO WS-RPT-DOWN
           MOVE WS-USE-PCT     TO WS-RPT-USE
           MOVE WS-GRACE-DAYS  TO WS-RPT-GRACE
           MOVE WS-LATE-DAYS   TO WS-RPT-LATE
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM BUILD-REVIEW-TIMESTAMP
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
              WHEN SYSIN-RECORD(1:8) = 'QUARTER='
                 MOVE SYSIN-RECORD(9:6) TO WS-QUARTER
              WHEN SYSIN-RECORD(1:3) = 'UP='
                 MOVE SYSIN-RECORD(4:3) TO WS-CHECK-DATE
                 PERFORM GET-CARD-VALUE
                 MOVE WS-CARD-VALUE TO WS-UP-PCT
              WHEN SYSIN-RECORD(1:5) = 'DOWN='
                 MOVE SYSIN-RECORD(6:3) TO WS-CHECK-DATE
                 PERFORM GET-CARD-VALUE
                 MOVE WS-CARD-VALUE TO WS-DOWN-PCT
              WHEN SYSIN-RECORD(1:4) = 'USE='
                 MOVE SYSIN-RECORD(5:3) TO WS-CHECK-DATE
                 PERFORM GET-CARD-VALUE
                 MOVE WS-CARD-VALUE TO WS-USE-PCT
              WHEN SYSIN-RECORD(1:6) = 'GRACE='
                 MOVE SYSIN-RECORD(7:3) TO WS-CHECK-DATE
                 PERFORM GET-CARD-VALUE
                 MOVE WS-CARD-VALUE TO WS-GRACE-DAYS
              WHEN SYSIN-RECORD(1:5) = 'LATE='
                 MOVE SYSIN-RECORD(6:3) TO WS-CHECK-DATE
                 PERFORM GET-CARD-VALUE
                 MOVE WS-CARD-VALUE TO WS-LATE-DAYS
           END-EVALUATE
      * UNE BAISSE DE 100 % OU PLUS SUPPRIMERAIT LE PLAFOND (ZERO =
      * SANS PLAFOND), CE QUI SERAIT L'INVERSE DE L'EFFET RECHERCHE
           IF WS-DOWN-PCT >= 100
              DISPLAY 'CARTE DOWN= INVALIDE (MOINS DE 100): '
                      SYSIN-RECORD(1:20)
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

      * VALEUR NUMERIQUE D'UNE CARTE (3 POSITIONS, CADREE A GAUCHE,
      * MISE DE COTE DANS WS-CHECK-DATE) ; INVALIDE = ARRET
       GET-CARD-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-CHECK-DATE(1:3)) = 0
              COMPUTE WS-CARD-VALUE =
                      FUNCTION NUMVAL(WS-CHECK-DATE(1:3))
           ELSE
              DISPLAY 'CARTE INVALIDE: ' SYSIN-RECORD(1:20)
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

      *****************************************************************
      * BORNES DU TRIMESTRE : CARTE QUARTER=AAAA-T, OU PAR DEFAUT LE  *
      * DERNIER TRIMESTRE CIVIL CLOS A LA DATE DU JOUR ; LES TROIS    *
      * MOIS AAAA-MM SERVENT AU CUMUL DES PENALITES (FVLFAPP)         *
      *****************************************************************
       RESOLVE-QUARTER.
           IF WS-QUARTER = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-QT-YEAR
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-QT-MONTH
              COMPUTE WS-QT-NUM = (WS-QT-MONTH - 1) / 3 + 1
              IF WS-QT-NUM = 1
                 MOVE 4 TO WS-QT-NUM
                 SUBTRACT 1 FROM WS-QT-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-QT-NUM
              END-IF
              MOVE WS-QT-YEAR TO WS-QT-YYYY
              MOVE '-'        TO WS-QT-DASH
              MOVE WS-QT-NUM  TO WS-QT-Q
           END-IF
           IF WS-QT-YYYY NOT NUMERIC OR WS-QT-DASH NOT = '-'
              OR WS-QT-Q < '1' OR WS-QT-Q > '4'
              DISPLAY 'CARTE QUARTER= INVALIDE (AAAA-T): ' WS-QUARTER
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-QT-YYYY TO WS-QT-YEAR
           MOVE WS-QT-Q    TO WS-QT-NUM
           COMPUTE WS-QT-MONTH = (WS-QT-NUM - 1) * 3 + 1

           MOVE WS-QT-YYYY  TO WS-DT-YYYY
           MOVE WS-QT-MONTH TO WS-DT-MM
           MOVE '01'        TO WS-DT-DD
           COMPUTE WS-QSTART-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           STRING WS-DT-YYYY '-' WS-DT-MM '-' WS-DT-DD
              DELIMITED BY SIZE INTO WS-QSTART-DATE
           END-STRING
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 3
              MOVE SPACES TO WS-QT-PERIOD(WS-PERIOD-IX)
              STRING WS-DT-YYYY '-' WS-DT-MM
                 DELIMITED BY SIZE INTO WS-QT-PERIOD(WS-PERIOD-IX)
              END-STRING
              ADD 1 TO WS-QT-MONTH
              MOVE WS-QT-MONTH TO WS-DT-MM
           END-PERFORM

      * FIN = VEILLE DU PREMIER JOUR DU TRIMESTRE SUIVANT
           IF WS-QT-NUM = 4
              ADD 1 TO WS-QT-YEAR
              MOVE WS-QT-YEAR TO WS-DT-YYYY
              MOVE '01'       TO WS-DT-MM
           END-IF
           COMPUTE WS-QEND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD) - 1
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-QEND-INT)
           STRING WS-DT-YYYY '-' WS-DT-MM '-' WS-DT-DD
              DELIMITED BY SIZE INTO WS-QEND-DATE
           END-STRING
           .

      *****************************************************************
      * ENCOURS OUVERT COURANT PAR CLIENT (ETAT FVOPNIT D'OPENITEM) ; *
      * ABSENT = AUCUNE FACTURE OUVERTE                               *
      *****************************************************************
       LOAD-OPEN-ITEMS.
           OPEN INPUT OPENIT-FILE
           IF NOT WS-OPNIT-OK
              DISPLAY 'PAS D''ETAT DES FACTURES OUVERTES ('
                      WS-FS-OPNIT ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPNIT-EOF
              READ OPENIT-FILE
                 AT END MOVE '10' TO WS-FS-OPNIT
                 NOT AT END PERFORM LOAD-ONE-OPEN-ITEM
              END-READ
           END-PERFORM
           CLOSE OPENIT-FILE
           .

       LOAD-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-READ
           MOVE OI-C-NO TO WS-CUR-C-NO
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND > 0
              ADD OI-OPEN TO WS-CU-OPEN(WS-CUST-FOUND)
           END-IF
           .

      *****************************************************************
      * FACTURES EMISES DEPUIS LE DEBUT DU TRIMESTRE (FVINVREG) :     *
      * MOUVEMENT DE HAUSSE DE L'ENCOURS A LEUR DATE                  *
      *****************************************************************
       LOAD-INVOICES.
           OPEN INPUT REGISTER-FILE
           IF NOT WS-INVREG-OK
              DISPLAY 'PAS DE REGISTRE DES FACTURES DU TRIMESTRE ('
                      WS-FS-INVREG ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INVREG-EOF
              READ REGISTER-FILE
                 AT END MOVE '10' TO WS-FS-INVREG
                 NOT AT END PERFORM LOAD-ONE-INVOICE
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       LOAD-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-READ
           MOVE RG-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-DATES-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INT < WS-QSTART-INT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INVOICES-USED
           MOVE RG-C-NO     TO WS-CUR-DY-C-NO
           MOVE WS-DATE-INT TO WS-CUR-DY-INT
           MOVE RG-GROSS    TO WS-CUR-DY-INV
           MOVE +0          TO WS-CUR-DY-PAY
           PERFORM ADD-DAY-MOVEMENT
           .

      *****************************************************************
      * LETTRAGES DEPUIS LE DEBUT DU TRIMESTRE (FVOPNMAT) : MOUVEMENT *
      * DE BAISSE DE L'ENCOURS A LA DATE DU REGLEMENT ET, POUR UN     *
      * REGLEMENT DU TRIMESTRE, DELAI FACTURE -> REGLEMENT PONDERE    *
      * PAR LE MONTANT IMPUTE                                         *
      *****************************************************************
       LOAD-MATCHES.
           OPEN INPUT MATCHLOG-FILE
           IF NOT WS-MATLOG-OK
              DISPLAY 'PAS DE JOURNAL DES LETTRAGES DU TRIMESTRE ('
                      WS-FS-MATLOG ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MATLOG-EOF
              READ MATCHLOG-FILE
                 AT END MOVE '10' TO WS-FS-MATLOG
                 NOT AT END PERFORM LOAD-ONE-MATCH
              END-READ
           END-PERFORM
           CLOSE MATCHLOG-FILE
           .

       LOAD-ONE-MATCH.
           ADD 1 TO WS-MATCHES-READ
           MOVE ML-INV-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-DATES-REJECTED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-INV-INT
           MOVE ML-PAY-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-DATES-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INT < WS-QSTART-INT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCHES-USED
           MOVE ML-C-NO     TO WS-CUR-DY-C-NO
           MOVE WS-DATE-INT TO WS-CUR-DY-INT
           MOVE +0          TO WS-CUR-DY-INV
           MOVE ML-AMOUNT   TO WS-CUR-DY-PAY
           PERFORM ADD-DAY-MOVEMENT

           IF WS-DATE-INT > WS-QEND-INT
              EXIT PARAGRAPH
           END-IF
           MOVE ML-C-NO TO WS-CUR-C-NO
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND = 0
              EXIT PARAGRAPH
           END-IF
      * UN REGLEMENT ANTERIEUR A LA FACTURE (ACOMPTE) COMPTE ZERO JOUR
           ADD 1         TO WS-CU-MATCHES(WS-CUST-FOUND)
           ADD ML-AMOUNT TO WS-CU-PAID(WS-CUST-FOUND)
           IF WS-DATE-INT > WS-INV-INT
              COMPUTE WS-CU-DAYS-AMT(WS-CUST-FOUND) =
                      WS-CU-DAYS-AMT(WS-CUST-FOUND)
                    + (WS-DATE-INT - WS-INV-INT) * ML-AMOUNT
           END-IF
           .

      *****************************************************************
      * NIVEAU DE RELANCE ATTEINT (ETAT FVDUNST DE DUNNING)           *
      *****************************************************************
       LOAD-DUNNING-STATE.
           OPEN INPUT DUNSTATE-FILE
           IF NOT WS-DUNST-OK
              DISPLAY 'PAS D''ETAT DES RELANCES (' WS-FS-DUNST ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DUNST-EOF
              READ DUNSTATE-FILE
                 AT END MOVE '10' TO WS-FS-DUNST
                 NOT AT END
                    MOVE DN-CUST-NO TO WS-CUR-C-NO
                    PERFORM FIND-CUSTOMER
                    IF WS-CUST-FOUND > 0
                       MOVE DN-LEVEL TO WS-CU-LEVEL(WS-CUST-FOUND)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DUNSTATE-FILE
           .

      *****************************************************************
      * PENALITES DE RETARD FACTUREES SUR LES TROIS MOIS DU TRIMESTRE *
      * (REGISTRE FVLFAPP DE LATEFEE)                                 *
      *****************************************************************
       LOAD-LATE-FEES.
           OPEN INPUT FEEAPP-FILE
           IF NOT WS-FEEAPP-OK
              DISPLAY 'PAS DE REGISTRE DES PENALITES (' WS-FS-FEEAPP
                      ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEEAPP-EOF
              READ FEEAPP-FILE
                 AT END MOVE '10' TO WS-FS-FEEAPP
                 NOT AT END PERFORM LOAD-ONE-FEE
              END-READ
           END-PERFORM
           CLOSE FEEAPP-FILE
           .

       LOAD-ONE-FEE.
           IF FA-PERIOD NOT = WS-QT-PERIOD(1)
              AND FA-PERIOD NOT = WS-QT-PERIOD(2)
              AND FA-PERIOD NOT = WS-QT-PERIOD(3)
              EXIT PARAGRAPH
           END-IF
           MOVE FA-CUST-NO TO WS-CUR-C-NO
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND > 0
              ADD FA-AMOUNT TO WS-CU-FEES(WS-CUST-FOUND)
           END-IF
           .

      *****************************************************************
      * RECHERCHE (OU CREATION) DU CLIENT WS-CUR-C-NO DANS LA TABLE : *
      * WS-CUST-FOUND = RANG, 0 SI LA TABLE EST SATUREE               *
      *****************************************************************
       FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND
           PERFORM VARYING CU-IX FROM 1 BY 1
                   UNTIL CU-IX > WS-CUST-COUNT
                   OR WS-CUST-FOUND > 0
              IF WS-CU-C-NO(CU-IX) = WS-CUR-C-NO
                 SET WS-CUST-FOUND TO CU-IX
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-CUST-COUNT >= WS-CUST-MAX
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT TO WS-CUST-FOUND
           MOVE WS-CUR-C-NO TO WS-CU-C-NO(WS-CUST-FOUND)
           MOVE +0 TO WS-CU-OPEN(WS-CUST-FOUND)
                      WS-CU-PAID(WS-CUST-FOUND)
                      WS-CU-DAYS-AMT(WS-CUST-FOUND)
                      WS-CU-FEES(WS-CUST-FOUND)
           MOVE 0  TO WS-CU-MATCHES(WS-CUST-FOUND)
                      WS-CU-LEVEL(WS-CUST-FOUND)
           .

      *****************************************************************
      * CUMUL D'UN MOUVEMENT (WS-CUR-DY-*) DANS LA TABLE TRIEE PAR    *
      * CLIENT PUIS JOUR : RECHERCHE DICHOTOMIQUE, INSERTION AU RANG  *
      * WS-DY-LO PAR DECALAGE QUAND LE COUPLE CLIENT/JOUR EST NOUVEAU *
      *****************************************************************
       ADD-DAY-MOVEMENT.
           MOVE 'N' TO WS-DY-FOUND-SW
           MOVE 1 TO WS-DY-LO
           MOVE WS-DAY-COUNT TO WS-DY-HI
           PERFORM UNTIL WS-DY-LO > WS-DY-HI OR WS-DY-FOUND
              COMPUTE WS-DY-MID = (WS-DY-LO + WS-DY-HI) / 2
              EVALUATE TRUE
                 WHEN WS-DY-KEY(WS-DY-MID) = WS-CUR-DY-KEY
                    MOVE 'Y' TO WS-DY-FOUND-SW
                    MOVE WS-DY-MID TO WS-DY-LO
                 WHEN WS-DY-KEY(WS-DY-MID) > WS-CUR-DY-KEY
                    COMPUTE WS-DY-HI = WS-DY-MID - 1
                 WHEN OTHER
                    COMPUTE WS-DY-LO = WS-DY-MID + 1
              END-EVALUATE
           END-PERFORM
           IF NOT WS-DY-FOUND
              IF WS-DAY-COUNT >= WS-DAY-MAX
                 MOVE 'Y' TO WS-OVERFLOW-SW
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-DY-SHIFT FROM WS-DAY-COUNT BY -1
                      UNTIL WS-DY-SHIFT < WS-DY-LO
                 MOVE WS-DAY-ENTRY(WS-DY-SHIFT)
                   TO WS-DAY-ENTRY(WS-DY-SHIFT + 1)
              END-PERFORM
              ADD 1 TO WS-DAY-COUNT
              MOVE WS-CUR-DY-KEY TO WS-DY-KEY(WS-DY-LO)
              MOVE +0 TO WS-DY-INV(WS-DY-LO)
                         WS-DY-PAY(WS-DY-LO)
           END-IF
           ADD WS-CUR-DY-INV TO WS-DY-INV(WS-DY-LO)
           ADD WS-CUR-DY-PAY TO WS-DY-PAY(WS-DY-LO)
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

      *****************************************************************
      * REVUE DES CLIENTS A PLAFOND, DANS L'ORDRE DES NUMEROS         *
      *****************************************************************
       REVIEW-CUSTOMERS.
           IF WS-OVERFLOW
              WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF
           EXEC SQL OPEN CUST-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN CUST-CURSOR, SQLCODE: ' SQLCODE
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CUSTOMER
           PERFORM UNTIL WS-CUST-EOF
                   IF H-C-CREDIT-LIMIT > 0
                      PERFORM REVIEW-ONE-CUSTOMER
                   ELSE
                      ADD 1 TO WS-CUST-NO-LIMIT
                   END-IF
                   PERFORM READ-NEXT-CUSTOMER
           END-PERFORM
           EXEC SQL CLOSE CUST-CURSOR END-EXEC
           .

       READ-NEXT-CUSTOMER.
           EXEC SQL
               FETCH CUST-CURSOR
                INTO :H-C-NO, :H-C-CREDIT-LIMIT, :H-C-TERMS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CUST-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH CUST-CURSOR, SQLCODE: ' SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

       REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-REVIEWED
           MOVE H-C-NO           TO WS-CUR-C-NO
           MOVE H-C-CREDIT-LIMIT TO WS-LIMIT
           EVALUATE H-C-TERMS
              WHEN 'NET15' MOVE 15 TO WS-TERMS-DAYS
              WHEN 'NET30' MOVE 30 TO WS-TERMS-DAYS
              WHEN 'NET60' MOVE 60 TO WS-TERMS-DAYS
              WHEN OTHER   MOVE 0  TO WS-TERMS-DAYS
           END-EVALUATE

      * ELEMENTS CUMULES A LA LECTURE (SANS CREER D'ENTREE : UN
      * CLIENT ABSENT DE LA TABLE N'A RIEN D'OUVERT NI DE LETTRE)
           MOVE +0 TO WS-OPEN-NOW WS-PAID WS-DAYS-AMT WS-FEES
           MOVE 0  TO WS-MATCHES WS-LEVEL
           PERFORM VARYING CU-IX FROM 1 BY 1
                   UNTIL CU-IX > WS-CUST-COUNT
              IF WS-CU-C-NO(CU-IX) = WS-CUR-C-NO
                 MOVE WS-CU-OPEN(CU-IX)     TO WS-OPEN-NOW
                 MOVE WS-CU-PAID(CU-IX)     TO WS-PAID
                 MOVE WS-CU-DAYS-AMT(CU-IX) TO WS-DAYS-AMT
                 MOVE WS-CU-MATCHES(CU-IX)  TO WS-MATCHES
                 MOVE WS-CU-FEES(CU-IX)     TO WS-FEES
                 MOVE WS-CU-LEVEL(CU-IX)    TO WS-LEVEL
                 SET CU-IX TO WS-CUST-COUNT
              END-IF
           END-PERFORM

           PERFORM COMPUTE-PEAK-BALANCE
           MOVE 0 TO WS-AVG-DAYS
           IF WS-PAID > 0
              COMPUTE WS-AVG-DAYS ROUNDED = WS-DAYS-AMT / WS-PAID
                 ON SIZE ERROR
                    MOVE 999 TO WS-AVG-DAYS
              END-COMPUTE
           END-IF
           COMPUTE WS-DAYS-BEYOND = WS-AVG-DAYS - WS-TERMS-DAYS
           COMPUTE WS-PEAK-PCT = WS-PEAK * 100 / WS-LIMIT
              ON SIZE ERROR
                 MOVE 999 TO WS-PEAK-PCT
           END-COMPUTE

           PERFORM DECIDE-PROPOSAL
           MOVE SPACES TO WS-RPT-REVIEW
           IF NOT WS-OVERFLOW
              PERFORM RECORD-PROPOSAL
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * POINTE DE L'ENCOURS SUR LE TRIMESTRE : SOLDE D'OUVERTURE =    *
      * OUVERT COURANT - FACTURES EMISES + REGLEMENTS LETTRES DEPUIS  *
      * LE DEBUT DU TRIMESTRE, PUIS REJEU JOUR PAR JOUR JUSQU'A LA    *
      * FIN DU TRIMESTRE (FACTURES DU JOUR AVANT REGLEMENTS DU JOUR,  *
      * LA POINTE N'EST PAS SOUS-ESTIMEE)                             *
      *****************************************************************
       COMPUTE-PEAK-BALANCE.
           PERFORM UNTIL WS-DY-PTR > WS-DAY-COUNT
                   OR WS-DY-C-NO(WS-DY-PTR) >= WS-CUR-C-NO
              ADD 1 TO WS-DY-PTR
           END-PERFORM
           MOVE WS-OPEN-NOW TO WS-RUN-BALANCE
           PERFORM VARYING WS-DY-IX FROM WS-DY-PTR BY 1
                   UNTIL WS-DY-IX > WS-DAY-COUNT
                   OR WS-DY-C-NO(WS-DY-IX) NOT = WS-CUR-C-NO
              SUBTRACT WS-DY-INV(WS-DY-IX) FROM WS-RUN-BALANCE
              ADD WS-DY-PAY(WS-DY-IX) TO WS-RUN-BALANCE
           END-PERFORM
           MOVE WS-RUN-BALANCE TO WS-PEAK
           PERFORM VARYING WS-DY-IX FROM WS-DY-PTR BY 1
                   UNTIL WS-DY-IX > WS-DAY-COUNT
                   OR WS-DY-C-NO(WS-DY-IX) NOT = WS-CUR-C-NO
                   OR WS-DY-INT(WS-DY-IX) > WS-QEND-INT
              ADD WS-DY-INV(WS-DY-IX) TO WS-RUN-BALANCE
              IF WS-RUN-BALANCE > WS-PEAK
                 MOVE WS-RUN-BALANCE TO WS-PEAK
              END-IF
              SUBTRACT WS-DY-PAY(WS-DY-IX) FROM WS-RUN-BALANCE
           END-PERFORM
           IF WS-PEAK < 0
              MOVE +0 TO WS-PEAK
           END-IF
           .

      *****************************************************************
      * PROPOSITION : LE PREMIER MOTIF RENCONTRE L'EMPORTE, DANS      *
      * L'ORDRE BAISSE, GEL, HAUSSE. UNE BAISSE QUI NE FERAIT PAS     *
      * DESCENDRE LE PLAFOND (DEJA AU MINIMUM DE 100) DEVIENT UN GEL  *
      *****************************************************************
       DECIDE-PROPOSAL.
           MOVE SPACES TO WS-REASON
           MOVE WS-LEVEL TO WS-EDIT-N1
           EVALUATE TRUE
              WHEN WS-LEVEL >= 2
                 MOVE 'B' TO WS-PROPOSAL
                 STRING 'RELANCE DE NIVEAU ' WS-EDIT-N1
                        ' (DEMEURE/BLOCAGE)'
                    DELIMITED BY SIZE INTO WS-REASON
                 END-STRING
              WHEN WS-FEES > 0
                 MOVE 'B' TO WS-PROPOSAL
                 MOVE 'PENALITES DE RETARD FACTUREES' TO WS-REASON
              WHEN WS-MATCHES > 0
                   AND WS-DAYS-BEYOND > WS-LATE-DAYS
                 MOVE 'B' TO WS-PROPOSAL
                 MOVE WS-DAYS-BEYOND TO WS-EDIT-N3
                 STRING 'RETARD MOYEN ' WS-EDIT-N3
                        ' J AU-DELA DES CONDITIONS'
                    DELIMITED BY SIZE INTO WS-REASON
                 END-STRING
              WHEN WS-LEVEL = 1
                 MOVE 'G' TO WS-PROPOSAL
                 MOVE 'RELANCE EN COURS (NIVEAU 1)' TO WS-REASON
              WHEN WS-MATCHES = 0
                 MOVE 'G' TO WS-PROPOSAL
                 MOVE 'AUCUN REGLEMENT LETTRE SUR LE TRIMESTRE'
                    TO WS-REASON
              WHEN WS-DAYS-BEYOND > WS-GRACE-DAYS
                 MOVE 'G' TO WS-PROPOSAL
                 MOVE WS-DAYS-BEYOND TO WS-EDIT-N3
                 MOVE WS-GRACE-DAYS  TO WS-EDIT-PCT
                 STRING 'RETARD MOYEN ' WS-EDIT-N3
                        ' J (TOLERANCE ' WS-EDIT-PCT ' J)'
                    DELIMITED BY SIZE INTO WS-REASON
                 END-STRING
              WHEN WS-PEAK-PCT < WS-USE-PCT
                 MOVE 'G' TO WS-PROPOSAL
                 MOVE WS-PEAK-PCT TO WS-EDIT-N3
                 MOVE WS-USE-PCT  TO WS-EDIT-PCT
                 STRING 'POINTE A ' WS-EDIT-N3 '% DU PLAFOND (SEUIL '
                        WS-EDIT-PCT '%)'
                    DELIMITED BY SIZE INTO WS-REASON
                 END-STRING
              WHEN OTHER
                 MOVE 'H' TO WS-PROPOSAL
                 MOVE WS-PEAK-PCT TO WS-EDIT-N3
                 STRING 'REGLE A L''HEURE, POINTE A ' WS-EDIT-N3
                        '% DU PLAFOND'
                    DELIMITED BY SIZE INTO WS-REASON
                 END-STRING
           END-EVALUATE

           MOVE WS-LIMIT TO WS-NEW-LIMIT
           EVALUATE TRUE
              WHEN WS-PROPOSE-INCREASE
      * HAUSSE ARRONDIE A LA CENTAINE SUPERIEURE
                 COMPUTE WS-SCALED = WS-LIMIT * (100 + WS-UP-PCT)
                 COMPUTE WS-HUNDREDS = WS-SCALED / 10000
                 IF WS-HUNDREDS * 10000 < WS-SCALED
                    ADD 1 TO WS-HUNDREDS
                 END-IF
                 COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
                 ADD 1 TO WS-PROP-INCREASE
              WHEN WS-PROPOSE-DECREASE
      * BAISSE ARRONDIE A LA CENTAINE INFERIEURE, 100 AU MINIMUM
                 COMPUTE WS-SCALED = WS-LIMIT * (100 - WS-DOWN-PCT)
                 COMPUTE WS-HUNDREDS = WS-SCALED / 10000
                 COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
                 IF WS-NEW-LIMIT < 100
                    MOVE 100 TO WS-NEW-LIMIT
                 END-IF
                 IF WS-NEW-LIMIT >= WS-LIMIT
                    MOVE 'G' TO WS-PROPOSAL
                    MOVE WS-LIMIT TO WS-NEW-LIMIT
                    ADD 1 TO WS-PROP-FREEZE
                 ELSE
                    ADD 1 TO WS-PROP-DECREASE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-PROP-FREEZE
           END-EVALUATE
           .

      *****************************************************************
      * INSCRIPTION DANS LE FICHIER DE REVUE : UNE HAUSSE OU UNE      *
      * BAISSE CREE OU REMPLACE LA PROPOSITION DU CLIENT (DECISION    *
      * ANTERIEURE ANNULEE, ELLE PORTAIT SUR D'AUTRES CHIFFRES) ; UN  *
      * GEL RETIRE LA PROPOSITION ANTERIEURE ENCORE EN ATTENTE        *
      *****************************************************************
       RECORD-PROPOSAL.
           MOVE WS-CUR-C-NO TO LR-CUST-NO
           READ REVIEW-FILE
              KEY IS LR-KEY
              INVALID KEY
                 IF NOT WS-PROPOSE-FREEZE
                    PERFORM BUILD-PROPOSAL
                    WRITE CRLPND03-REC
                       INVALID KEY
                          ADD 1 TO WS-REV-ERRORS
                          MOVE 'ERREUR INSCRIPTION' TO WS-RPT-REVIEW
                       NOT INVALID KEY
                          ADD 1 TO WS-REV-NEW
                          MOVE 'INSCRITE' TO WS-RPT-REVIEW
                    END-WRITE
                 END-IF
              NOT INVALID KEY
                 IF WS-PROPOSE-FREEZE
                    DELETE REVIEW-FILE RECORD
                       INVALID KEY
                          ADD 1 TO WS-REV-ERRORS
                          MOVE 'ERREUR RETRAIT' TO WS-RPT-REVIEW
                       NOT INVALID KEY
                          ADD 1 TO WS-REV-WITHDRAWN
                          MOVE 'PROPOSITION RETIREE' TO WS-RPT-REVIEW
                    END-DELETE
                 ELSE
                    PERFORM BUILD-PROPOSAL
                    REWRITE CRLPND03-REC
                       INVALID KEY
                          ADD 1 TO WS-REV-ERRORS
                          MOVE 'ERREUR REMPLACEMENT' TO WS-RPT-REVIEW
                       NOT INVALID KEY
                          ADD 1 TO WS-REV-REPLACED
                          MOVE 'REMPLACE L''ANTERIEURE'
                             TO WS-RPT-REVIEW
                    END-REWRITE
                 END-IF
           END-READ
           .

       BUILD-PROPOSAL.
           MOVE SPACES         TO CRLPND03-REC
           MOVE WS-CUR-C-NO    TO LR-CUST-NO
           MOVE WS-QUARTER     TO LR-QUARTER
           MOVE WS-PROPOSAL    TO LR-ACTION
           MOVE WS-LIMIT       TO LR-OLD-LIMIT
           MOVE WS-NEW-LIMIT   TO LR-NEW-LIMIT
           MOVE WS-AVG-DAYS    TO LR-AVG-DAYS
           MOVE WS-TERMS-DAYS  TO LR-TERMS-DAYS
           MOVE WS-PEAK        TO LR-PEAK
           MOVE WS-LEVEL       TO LR-DUN-LEVEL
           MOVE WS-FEES        TO LR-FEES
           MOVE WS-REASON      TO LR-REASON
           MOVE WS-REVIEW-TS   TO LR-TIMESTAMP
           .

       WRITE-DETAIL-LINE.
           MOVE WS-CUR-C-NO    TO WS-RPT-CUST
           MOVE WS-LIMIT       TO WS-RPT-LIMIT
           MOVE WS-AVG-DAYS    TO WS-RPT-AVG
           MOVE WS-TERMS-DAYS  TO WS-RPT-TERMS
           MOVE WS-PEAK        TO WS-RPT-PEAK
           MOVE WS-LEVEL       TO WS-RPT-LEVEL
           MOVE WS-FEES        TO WS-RPT-FEES
           MOVE WS-PROPOSAL    TO WS-RPT-ACTION
           MOVE WS-NEW-LIMIT   TO WS-RPT-NEW
           MOVE WS-REASON      TO WS-RPT-REASON
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           IF WS-OVERFLOW
              WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF
           MOVE WS-CUST-REVIEWED  TO WS-RPT-REVIEWED
           MOVE WS-PROP-INCREASE  TO WS-RPT-INCREASE
           MOVE WS-PROP-DECREASE  TO WS-RPT-DECREASE
           MOVE WS-PROP-FREEZE    TO WS-RPT-FREEZE
           MOVE WS-CUST-NO-LIMIT  TO WS-RPT-NO-LIMIT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-REV-NEW        TO WS-RPT-REV-NEW
           MOVE WS-REV-REPLACED   TO WS-RPT-REV-REPL
           MOVE WS-REV-WITHDRAWN  TO WS-RPT-REV-WDRN
           MOVE WS-REV-ERRORS     TO WS-RPT-REV-ERR
           WRITE REPORT-RECORD FROM WS-REVIEW-SUMMARY-LINE
           MOVE WS-OPEN-READ      TO WS-RPT-OPEN-READ
           MOVE WS-INVOICES-USED  TO WS-RPT-INV-USED
           MOVE WS-MATCHES-USED   TO WS-RPT-MAT-USED
           MOVE WS-DATES-REJECTED TO WS-RPT-BAD-DATES
           WRITE REPORT-RECORD FROM WS-INPUT-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REVIEW-FILE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME CRLREV'
           DISPLAY 'CLIENTS REVUS: ' WS-CUST-REVIEWED
           DISPLAY 'HAUSSES PROPOSEES: ' WS-PROP-INCREASE
           DISPLAY 'BAISSES PROPOSEES: ' WS-PROP-DECREASE
           DISPLAY 'GELS: ' WS-PROP-FREEZE
           DISPLAY 'PROPOSITIONS INSCRITES: ' WS-REV-NEW
           DISPLAY 'PROPOSITIONS REMPLACEES: ' WS-REV-REPLACED
           DISPLAY 'PROPOSITIONS RETIREES: ' WS-REV-WITHDRAWN
           IF WS-OVERFLOW
              DISPLAY 'TABLES SATUREES, AUCUNE PROPOSITION INSCRITE'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 4
              AND (WS-REV-ERRORS > 0 OR WS-DATES-REJECTED > 0)
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * HORODATAGE DES PROPOSITIONS (AAAA-MM-JJ HH:MM:SS)             *
      *****************************************************************
       BUILD-REVIEW-TIMESTAMP.
           MOVE SPACES TO WS-REVIEW-TS
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO WS-REVIEW-TS
           END-STRING
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
