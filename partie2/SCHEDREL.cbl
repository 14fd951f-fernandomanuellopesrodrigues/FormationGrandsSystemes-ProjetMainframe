       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDREL.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : RELANCE DES LIVRAISONS PLANIFIEES                 *
      * OBJECTIF  : IMPVENTS PLANIFIE DANS FVSCHED, SANS TOUCHER LA   *
      *             BASE NI LE STOCK, LES LIGNES DONT LA DATE DE      *
      *             LIVRAISON SOUHAITEE TOMBE AU-DELA DE SON HORIZON ;*
      *             ORDENT03 FAIT DE MEME POUR LES VENTES AU COMPTOIR *
      *             (FICHIER CICS SCHED03). CHAQUE NUIT, AVANT        *
      *             IMPVENTS, CE PROGRAMME RELANCE CE QUI EST ENTRE   *
      *             DANS LA FENETRE (DATE SOUHAITEE <= DATE DU RUN +  *
      *             DELAI, CARTE LEAD= A ALIGNER SUR LA CARTE         *
      *             HORIZON= D'IMPVENTS) : LES LIGNES SONT ECRITES    *
      *             DANS LE FICHIER DE RELANCE DE LEUR SOURCE - UN    *
      *             EMPLACEMENT FIXE PAR RANG DANS FVSRCCTL (FVSOKnn, *
      *             MEME PRINCIPE QUE LES FVQOKnn DE QUARREL) -       *
      *             CONCATENE A L'ENTREE DE LA SOURCE. ELLES SONT     *
      *             MARQUEES 'Q' (VENTE) OU 'V' (AVOIR) : IMPVENTS    *
      *             LES EXCLUT DU CONTROLE DE LOT ET LES CHARGE AVEC  *
      *             LES CONTROLES HABITUELS (STOCK ET RELIQUAT,       *
      *             CREDIT, TARIF), LA VENTE N'EXISTANT QU'A PARTIR   *
      *             DE CE CHARGEMENT. UNE COMMANDE DU COMPTOIR EST    *
      *             CONVERTIE EN LIGNES AU FORMAT PROJET.VENTES.LAYOUT*
      *             PAR DEFAUT (PRIX A ZERO SAUF PRIX FIGE DE DEVIS)  *
      *             PUIS SUPPRIMEE DE SCHED03. LES LIGNES PAS ENCORE  *
      *             DANS LA FENETRE ET CELLES D'UNE SOURCE RETIREE DE *
      *             FVSRCCTL SONT REPORTEES DANS FVSCHEDN (CONCATENE  *
      *             A FVSCHED AU PROCHAIN PASSAGE) ; UNE COMMANDE DU  *
      *             COMPTOIR QUI NE PEUT PAS PARTIR RESTE DANS SCHED03*
      *             (FERME DANS CICS PENDANT LE PASSAGE). SI LE       *
      *             FICHIER DE RELANCE D'UNE SOURCE NE PEUT PAS ETRE  *
      *             OUVERT, SES LIGNES DUES SONT AUSSI REPORTEES DANS *
      *             FVSCHEDN (RETURN-CODE 8).                         *
      * ENTREE    : SYSIN (LEAD=, DATE=), FVSCHED (PLANIFIEES PAR     *
      *             IMPVENTS + FVSCHEDN DE LA VEILLE), FVSRCCTL       *
      *             (SOURCES, FACULTATIF : EU/AS PAR DEFAUT), SCHED03 *
      *             (VENTES DU COMPTOIR, FACULTATIF)                  *
      * SORTIE    : FVSOK01..04 (LIGNES A CHARGER, UN EMPLACEMENT PAR *
      *             SOURCE), FVSCHEDN (REPORTS), SCHED03              *
      *             (SUPPRESSIONS), RAPPORT (FREPORT)                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

           SELECT SCHED-FILE
               ASSIGN TO FVSCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCHED.

      * DEFINITION DES SOURCES DE VENTES, PARTAGEE AVEC IMPVENTS :
      * LE RANG D'UNE SOURCE DANS CE FICHIER DESIGNE SON EMPLACEMENT
      * DE FICHIER DE RELANCE (FVSOKnn)
           SELECT SOURCE-CTL-FILE
               ASSIGN TO FVSRCCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SRCCTL.

      * VENTES DU COMPTOIR A LIVRER PLUS TARD (FICHIER VSAM PARTAGE
      * AVEC LA TRANSACTION ORDENT03, CLE = SOURCE + COMMANDE)
           SELECT COUNTER-FILE
               ASSIGN TO SCHED03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-FS-COUNTER.

      * FICHIERS DE RELANCE : UN EMPLACEMENT FIXE PAR RANG DE SOURCE,
      * UN SEUL OUVERT A LA FOIS (MEMES REGLES QUE DANS QUARREL)
           SELECT RELS01-FILE
               ASSIGN TO FVSOK01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT RELS02-FILE
               ASSIGN TO FVSOK02
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT RELS03-FILE
               ASSIGN TO FVSOK03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT RELS04-FILE
               ASSIGN TO FVSOK04
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT SCHEDNEW-FILE
               ASSIGN TO FVSCHEDN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCHEDN.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD              PIC X(80).

      * MEME DISPOSITION QUE SCHED-REC DANS IMPVENTS
       FD  SCHED-FILE.
       01  SCHED-REC.
           05 SD-SRC                 PIC XX.
           05 FILLER                 PIC X(1).
           05 SD-CUST-NO             PIC 9(4).
           05 FILLER                 PIC X(1).
           05 SD-REQ-DATE            PIC X(10).
           05 FILLER                 PIC X(1).
           05 SD-ORDER-NO            PIC 9(7).
           05 FILLER                 PIC X(1).
           05 SD-PROD-NO             PIC XXX.
           05 FILLER                 PIC X(1).
           05 SD-QTY                 PIC 99.
           05 FILLER                 PIC X(1).
           05 SD-LINE-IMAGE          PIC X(54).

      * MEME DISPOSITION QUE SRCCTL-REC DANS IMPVENTS
       FD  SOURCE-CTL-FILE.
       01  SRCCTL-REC.
           05 SC-CODE                PIC XX.
           05 FILLER                 PIC X(1).
           05 SC-DDNAME              PIC X(10).
           05 FILLER                 PIC X(1).
           05 SC-VAT-TXT             PIC X(6).
           05 FILLER                 PIC X(1).
           05 SC-DESC                PIC X(20).

      * MEME DISPOSITION QUE LE COPYBOOK SCHED03 DE LA TRANSACTION
      * ORDENT03
       FD  COUNTER-FILE.
       01  SCHED03-REC.
           05 PL-KEY.
              10 PL-SRC              PIC X(2).
              10 PL-ORDER-NO         PIC 9(7).
           05 FILLER                 PIC X(1).
           05 PL-CUST-NO             PIC 9(4).
           05 FILLER                 PIC X(1).
           05 PL-EMP-NO              PIC 9(2).
           05 FILLER                 PIC X(1).
           05 PL-SITE                PIC X(2).
           05 FILLER                 PIC X(1).
           05 PL-REQ-DATE            PIC X(10).
           05 FILLER                 PIC X(1).
           05 PL-ENTRY-DATE          PIC X(10).
           05 FILLER                 PIC X(1).
           05 PL-LOGIN               PIC X(8).
           05 FILLER                 PIC X(1).
           05 PL-QUOTE-NO            PIC 9(7).
           05 FILLER                 PIC X(1).
           05 PL-LINE-COUNT          PIC 9(1).
           05 PL-LINE                OCCURS 3 TIMES.
              10 FILLER              PIC X(1).
              10 PL-PROD-NO          PIC X(3).
              10 FILLER              PIC X(1).
              10 PL-QTY              PIC 9(2).
              10 FILLER              PIC X(1).
              10 PL-PRICE            PIC 9(5).

      * LIGNES DE VENTE RELANCEES, AU FORMAT D'ENTREE D'IMPVENTS
      * (LES ECRITURES PASSENT PAR LA ZONE COMMUNE WS-RELEASE-REC)
       FD  RELS01-FILE.
       01  RELS01-REC                PIC X(54).
       FD  RELS02-FILE.
       01  RELS02-REC                PIC X(54).
       FD  RELS03-FILE.
       01  RELS03-REC                PIC X(54).
       FD  RELS04-FILE.
       01  RELS04-REC                PIC X(54).

       FD  SCHEDNEW-FILE.
       01  SCHEDNEW-REC              PIC X(88).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN               PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                  VALUE '00'.
           88 WS-SYSIN-EOF                 VALUE '10'.
       01  WS-FS-SCHED               PIC XX VALUE SPACES.
           88 WS-SCHED-OK                  VALUE '00'.
           88 WS-SCHED-EOF                 VALUE '10'.
       01  WS-FS-SRCCTL              PIC XX VALUE SPACES.
           88 WS-SRCCTL-OK                 VALUE '00'.
           88 WS-SRCCTL-EOF                VALUE '10'.
       01  WS-FS-COUNTER             PIC XX VALUE SPACES.
           88 WS-COUNTER-OK                VALUE '00'.
           88 WS-COUNTER-EOF               VALUE '10'.
       01  WS-FS-REL                 PIC XX VALUE SPACES.
           88 WS-REL-OK                    VALUE '00'.
       01  WS-FS-SCHEDN              PIC XX VALUE SPACES.
           88 WS-SCHEDN-OK                 VALUE '00'.
       01  WS-FS-REPORT              PIC XX VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

      * PARAMETRES (CARTES SYSIN) : DELAI EN JOURS (MEME VALEUR QUE
      * L'HORIZON D'IMPVENTS) ET DATE DU RUN (AAAA-MM-JJ, DEFAUT =
      * DATE DU JOUR)
       01  WS-LEAD-DAYS              PIC 9(3)  VALUE 14.
       01  WS-RUN-DATE               PIC X(10) VALUE SPACES.

      * FENETRE DE RELANCE EN JOURS ENTIERS : UNE LIGNE EST DUE QUAND
      * SA DATE SOUHAITEE NE DEPASSE PAS LA DATE DU RUN + LE DELAI
       01  WS-DATE-CCYYMMDD          PIC 9(8)  VALUE ZERO.
       01  WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
           05 WS-DT-YYYY             PIC X(4).
           05 WS-DT-MM               PIC X(2).
           05 WS-DT-DD               PIC X(2).
       01  WS-LIMIT-INT              PIC 9(7)  VALUE ZERO.
       01  WS-REQ-INT                PIC 9(7)  VALUE ZERO.
       01  WS-LIMIT-DATE             PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE             PIC X(10) VALUE SPACES.
       01  WS-DUE-SW                 PIC X     VALUE 'N'.
           88 WS-LINE-DUE                  VALUE 'Y'.
       01  WS-BAD-DATE-SW            PIC X     VALUE 'N'.
           88 WS-BAD-DATE                  VALUE 'Y'.

      * TABLE DES SOURCES DECLAREES (FVSRCCTL, EU/AS PAR DEFAUT) :
      * LE RANG D'UNE SOURCE EST SON EMPLACEMENT FVSOKnn. WS-SR-HAS-REL
      * = 'Y' QUAND LA SOURCE A AU MOINS UNE LIGNE A RELANCER, 'E'
      * QUAND SON FICHIER DE RELANCE N'A PAS PU ETRE OUVERT
       01  WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 4 TIMES INDEXED BY SRC-IX.
              10 WS-SR-CODE          PIC XX.
              10 WS-SR-HAS-REL       PIC X.
       01  WS-SOURCE-COUNT           PIC 9(2)  VALUE ZERO.
       01  WS-SOURCE-MAX             PIC 9(2)  VALUE 4.
       01  WS-SRC-FOUND              PIC 9(2)  VALUE ZERO.
       01  WS-FIND-SRC               PIC XX    VALUE SPACES.
       01  WS-CUR-SRC-IDX            PIC 9(2)  VALUE ZERO.
       01  WS-CUR-SRC                PIC XX    VALUE SPACES.

      * LIGNES CONVERTIES DES VENTES DU COMPTOIR DUES, EN ATTENTE DE
      * LEUR PASSE D'ECRITURE ; UNE COMMANDE QUI NE TIENT PLUS DANS LA
      * TABLE RESTE DANS SCHED03 POUR LE PASSAGE SUIVANT
       01  WS-CTR-LINE-TABLE.
           05 WS-CTR-LINE OCCURS 300 TIMES INDEXED BY CL-IX.
              10 WS-CL-SRC-IDX       PIC 9(2).
              10 WS-CL-IMAGE         PIC X(54).
       01  WS-CTR-LINE-COUNT         PIC 9(3)  VALUE ZERO.
       01  WS-CTR-LINE-MAX           PIC 9(3)  VALUE 300.

      * COMMANDES DU COMPTOIR CONVERTIES, A SUPPRIMER DE SCHED03 UNE
      * FOIS LEURS LIGNES ECRITES
       01  WS-CTR-ORDER-TABLE.
           05 WS-CTR-ORDER OCCURS 100 TIMES INDEXED BY CO-IX.
              10 WS-CO-KEY           PIC X(9).
              10 WS-CO-SRC-IDX       PIC 9(2).
       01  WS-CTR-ORDER-COUNT        PIC 9(3)  VALUE ZERO.
       01  WS-CTR-ORDER-MAX          PIC 9(3)  VALUE 100.
       01  WS-COUNTER-OPEN-SW        PIC X     VALUE 'N'.
           88 WS-COUNTER-OPEN              VALUE 'Y'.
       01  WS-LN-IX                  PIC 9(1)  VALUE ZERO.

      * LIGNE DE VENTES AU FORMAT PROJET.VENTES.LAYOUT PAR DEFAUT,
      * DATE DE LIVRAISON SOUHAITEE COMPRISE (X(54))
       01  WS-SALES-LINE.
           05 WS-SL-TYPE             PIC X(1)  VALUE 'Q'.
           05 WS-SL-ORDER-NO         PIC 9(7).
           05 WS-SL-DATE.
              10 WS-SL-DD            PIC X(2).
              10 FILLER              PIC X(1)  VALUE '/'.
              10 WS-SL-MM            PIC X(2).
              10 FILLER              PIC X(1)  VALUE '/'.
              10 WS-SL-YYYY          PIC X(4).
           05 WS-SL-EMP-NO           PIC 9(2).
           05 WS-SL-CUST-NO          PIC 9(4).
           05 WS-SL-PROD-NO          PIC X(3).
           05 WS-SL-PRICE            PIC 9(5)  VALUE ZERO.
           05 WS-SL-QTY              PIC 9(2).
           05 WS-SL-DISP             PIC X(1)  VALUE SPACE.
           05 WS-SL-RA-NUMBER        PIC X(7)  VALUE SPACES.
           05 WS-SL-SITE             PIC X(2).
           05 WS-SL-RDD.
              10 WS-SL-RDD-DD        PIC X(2).
              10 FILLER              PIC X(1)  VALUE '/'.
              10 WS-SL-RDD-MM        PIC X(2).
              10 FILLER              PIC X(1)  VALUE '/'.
              10 WS-SL-RDD-YYYY      PIC X(4).

      * LIGNE RELANCEE, MARQUEE 'Q' (VENTE) OU 'V' (AVOIR) POUR QUE
      * IMPVENTS L'EXCLUE DU CONTROLE DE LOT
       01  WS-RELEASE-REC            PIC X(54) VALUE SPACES.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-RECORDS-READ        PIC 9(7)  VALUE ZERO.
           05 WS-RECORDS-RELEASED    PIC 9(7)  VALUE ZERO.
           05 WS-RECORDS-CARRIED     PIC 9(7)  VALUE ZERO.
           05 WS-COUNTER-READ        PIC 9(5)  VALUE ZERO.
           05 WS-COUNTER-RELEASED    PIC 9(5)  VALUE ZERO.
           05 WS-COUNTER-KEPT        PIC 9(5)  VALUE ZERO.
           05 WS-COUNTER-LINES       PIC 9(5)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE         PIC X(132) VALUE
                 'RELANCE DES LIVRAISONS PLANIFIEES'.
           05 WS-PARAM-LINE.
              10 FILLER              PIC X(14)  VALUE
                 'DATE DU RUN: '.
              10 WS-RPT-RUN-DATE     PIC X(10).
              10 FILLER              PIC X(18)  VALUE
                 ' - DELAI (JOURS): '.
              10 WS-RPT-LEAD         PIC ZZ9.
              10 FILLER              PIC X(32)  VALUE
                 ' - RELANCE DES DATES JUSQU''AU : '.
              10 WS-RPT-LIMIT-DATE   PIC X(10).
           05 WS-SEPARATOR-LINE      PIC X(132) VALUE ALL '-'.
           05 WS-DETAIL-LINE.
              10 WS-RPT-ORIGIN       PIC X(9).
              10 FILLER              PIC X(6)   VALUE 'SRC: '.
              10 WS-RPT-SRC          PIC XX.
              10 FILLER              PIC X(12)  VALUE
                 '  COMMANDE: '.
              10 WS-RPT-ORDER        PIC Z(6)9.
              10 FILLER              PIC X(10)  VALUE
                 '  CLIENT: '.
              10 WS-RPT-CUST         PIC 9(4).
              10 FILLER              PIC X(14)  VALUE
                 '  SOUHAITEE : '.
              10 WS-RPT-REQ-DATE     PIC X(10).
              10 FILLER              PIC X(3)   VALUE ' - '.
              10 WS-RPT-STATUS       PIC X(45).
           05 WS-SUMMARY-LINE.
              10 FILLER              PIC X(13)  VALUE 'TOTAL LUS: '.
              10 WS-RPT-TOTAL        PIC ZZ,ZZ9.
              10 FILLER              PIC X(15)  VALUE ' - RELANCES: '.
              10 WS-RPT-RELEASED     PIC ZZ,ZZ9.
              10 FILLER              PIC X(15)  VALUE ' - REPORTES: '.
              10 WS-RPT-CARRIED      PIC ZZ,ZZ9.
           05 WS-COUNTER-SUM-LINE.
              10 FILLER              PIC X(26)  VALUE
                 'COMMANDES COMPTOIR LUES: '.
              10 WS-RPT-C-READ       PIC ZZ,ZZ9.
              10 FILLER              PIC X(15)  VALUE ' - RELANCEES: '.
              10 WS-RPT-C-RELEASED   PIC ZZ,ZZ9.
              10 FILLER              PIC X(12)  VALUE ' - LIGNES: '.
              10 WS-RPT-C-LINES      PIC ZZ,ZZ9.
              10 FILLER              PIC X(16)  VALUE
                 ' - CONSERVEES: '.
              10 WS-RPT-C-KEPT       PIC ZZ,ZZ9.
           05 WS-TIMESTAMP-LINE      PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL : UNE PREMIERE PASSE DECIDE (DUE /        *
      * REPORTEE) POUR FVSCHED ET CONVERTIT LES VENTES DU COMPTOIR    *
      * DUES, PUIS UNE PASSE D'ECRITURE PAR SOURCE PRODUIT SON        *
      * FICHIER DE RELANCE ; LES COMMANDES DU COMPTOIR ECRITES SONT   *
      * ENSUITE SUPPRIMEES DE SCHED03                                 *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-SCHEDULE
           PERFORM LOAD-COUNTER-ORDERS
           PERFORM WRITE-RELEASE-FILES
           PERFORM DELETE-COUNTER-ORDERS
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION : CARTES SYSIN, LIMITE DE LA FENETRE, SOURCES  *
      * ET OUVERTURE DES FICHIERS                                     *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME SCHEDREL'
           PERFORM READ-SYSIN-CARDS
           IF WS-RUN-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-RUN-DATE
              END-STRING
           END-IF
           MOVE WS-RUN-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE
              DISPLAY 'CARTE DATE= INVALIDE: ' WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-LIMIT-INT = WS-REQ-INT + WS-LEAD-DAYS
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT)
           STRING WS-DT-YYYY '-' WS-DT-MM '-' WS-DT-DD
              DELIMITED BY SIZE INTO WS-LIMIT-DATE
           END-STRING

           PERFORM LOAD-SOURCE-CONTROL
           OPEN INPUT SCHED-FILE
           IF NOT WS-SCHED-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PLANIFICATION: '
                      WS-FS-SCHED
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SCHEDNEW-FILE
           IF NOT WS-SCHEDN-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER REPORTS: '
                      WS-FS-SCHEDN
              MOVE 12 TO RETURN-CODE
              CLOSE SCHED-FILE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              CLOSE SCHED-FILE
              CLOSE SCHEDNEW-FILE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-RUN-DATE   TO WS-RPT-RUN-DATE
           MOVE WS-LEAD-DAYS  TO WS-RPT-LEAD
           MOVE WS-LIMIT-DATE TO WS-RPT-LIMIT-DATE
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
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
              WHEN SYSIN-RECORD(1:5) = 'LEAD='
                 IF FUNCTION TEST-NUMVAL(SYSIN-RECORD(6:3)) = 0
                    COMPUTE WS-LEAD-DAYS =
                            FUNCTION NUMVAL(SYSIN-RECORD(6:3))
                 ELSE
                    DISPLAY 'CARTE LEAD= INVALIDE: ' SYSIN-RECORD(1:20)
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              WHEN SYSIN-RECORD(1:5) = 'DATE='
                 MOVE SYSIN-RECORD(6:10) TO WS-RUN-DATE
           END-EVALUATE
           .

      *****************************************************************
      * CHARGEMENT DE LA TABLE DES SOURCES (FVSRCCTL, PARTAGE AVEC    *
      * IMPVENTS) ; ABSENT = SOURCES HISTORIQUES EU ET AS SUR LES     *
      * EMPLACEMENTS 1 ET 2                                           *
      *****************************************************************
       LOAD-SOURCE-CONTROL.
           OPEN INPUT SOURCE-CTL-FILE
           IF WS-SRCCTL-OK
              PERFORM UNTIL WS-SRCCTL-EOF
                 READ SOURCE-CTL-FILE
                    AT END MOVE '10' TO WS-FS-SRCCTL
                    NOT AT END
                       IF SC-CODE NOT = SPACES
                          AND WS-SOURCE-COUNT < WS-SOURCE-MAX
                          ADD 1 TO WS-SOURCE-COUNT
                          MOVE SC-CODE
                             TO WS-SR-CODE(WS-SOURCE-COUNT)
                          MOVE 'N'
                             TO WS-SR-HAS-REL(WS-SOURCE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-CTL-FILE
           ELSE
              DISPLAY 'PAS DE FICHIER DE SOURCES (' WS-FS-SRCCTL
                      '), SOURCES EU/AS PAR DEFAUT'
           END-IF
           IF WS-SOURCE-COUNT = 0
              MOVE 'EU' TO WS-SR-CODE(1)
              MOVE 'N'  TO WS-SR-HAS-REL(1)
              MOVE 'AS' TO WS-SR-CODE(2)
              MOVE 'N'  TO WS-SR-HAS-REL(2)
              MOVE 2 TO WS-SOURCE-COUNT
           END-IF
           .

      *****************************************************************
      * PREMIERE PASSE SUR FVSCHED : LES LIGNES DUES MARQUENT LEUR    *
      * SOURCE, LES AUTRES SONT REPORTEES DANS FVSCHEDN               *
      *****************************************************************
       PROCESS-SCHEDULE.
           PERFORM READ-NEXT-SCHED
           PERFORM UNTIL WS-SCHED-EOF
                   PERFORM PROCESS-ONE-SCHED
                   PERFORM READ-NEXT-SCHED
           END-PERFORM
           CLOSE SCHED-FILE
           MOVE '00' TO WS-FS-SCHED
           .

       READ-NEXT-SCHED.
           READ SCHED-FILE
           IF WS-SCHED-OK
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF NOT WS-SCHED-EOF
                 DISPLAY 'ERREUR LECTURE PLANIFICATION, STATUS: '
                         WS-FS-SCHED
                 MOVE '10' TO WS-FS-SCHED
              END-IF
           END-IF
           .

       PROCESS-ONE-SCHED.
           MOVE SD-SRC TO WS-FIND-SRC
           PERFORM FIND-SOURCE-SLOT
           IF WS-SRC-FOUND = 0
      * SOURCE RETIREE DU FICHIER DE CONTROLE DEPUIS LA PLANIFICATION :
      * LA LIGNE EST REPORTEE EN ATTENDANT UNE DECISION
              PERFORM CARRY-ONE-SCHED
              MOVE 'SOURCE NON DECLAREE, REPORTEE' TO WS-RPT-STATUS
              PERFORM WRITE-SCHED-DETAIL
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SCHED-DUE
           IF WS-LINE-DUE
              MOVE 'Y' TO WS-SR-HAS-REL(WS-SRC-FOUND)
              ADD 1 TO WS-RECORDS-RELEASED
              IF WS-BAD-DATE
                 MOVE 'DATE ILLISIBLE, RELANCEE POUR CONTROLE'
                    TO WS-RPT-STATUS
              ELSE
                 MOVE 'DATE DANS LA FENETRE, LIGNE RELANCEE'
                    TO WS-RPT-STATUS
              END-IF
              PERFORM WRITE-SCHED-DETAIL
           ELSE
              PERFORM CARRY-ONE-SCHED
           END-IF
           .

      * UNE DATE SOUHAITEE ILLISIBLE NE DOIT PAS BLOQUER LA LIGNE
      * INDEFINIMENT : ELLE EST RELANCEE ET IMPVENTS LA REJETTE AVEC
      * SON MOTIF
       CHECK-SCHED-DUE.
           MOVE SD-REQ-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF WS-BAD-DATE OR WS-REQ-INT NOT > WS-LIMIT-INT
              MOVE 'Y' TO WS-DUE-SW
           ELSE
              MOVE 'N' TO WS-DUE-SW
           END-IF
           .

      * DATE AAAA-MM-JJ (WS-CHECK-DATE) EN JOURS ENTIERS (WS-REQ-INT)
       CONVERT-ISO-DATE.
           MOVE 'N' TO WS-BAD-DATE-SW
           MOVE ZERO TO WS-REQ-INT
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
           COMPUTE WS-REQ-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           .

       CARRY-ONE-SCHED.
           WRITE SCHEDNEW-REC FROM SCHED-REC
           ADD 1 TO WS-RECORDS-CARRIED
           .

       WRITE-SCHED-DETAIL.
           MOVE 'PLANIFIEE' TO WS-RPT-ORIGIN
           MOVE SD-SRC      TO WS-RPT-SRC
           MOVE SD-ORDER-NO TO WS-RPT-ORDER
           MOVE SD-CUST-NO  TO WS-RPT-CUST
           MOVE SD-REQ-DATE TO WS-RPT-REQ-DATE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       FIND-SOURCE-SLOT.
           MOVE 0 TO WS-SRC-FOUND
           PERFORM VARYING SRC-IX FROM 1 BY 1
                   UNTIL SRC-IX > WS-SOURCE-COUNT
              IF WS-SR-CODE(SRC-IX) = WS-FIND-SRC
                 SET WS-SRC-FOUND TO SRC-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * VENTES DU COMPTOIR A LIVRER PLUS TARD (SCHED03, FACULTATIF :  *
      * FERME DANS CICS PENDANT LE PASSAGE) : CHAQUE COMMANDE DUE EST *
      * CONVERTIE EN LIGNES DE VENTES DE SA SOURCE ; ELLE RESTE DANS  *
      * SCHED03 SI SA SOURCE N'EST PLUS DECLAREE OU SI LES TABLES DU  *
      * PASSAGE SONT PLEINES                                          *
      *****************************************************************
       LOAD-COUNTER-ORDERS.
           OPEN I-O COUNTER-FILE
           IF NOT WS-COUNTER-OK
              DISPLAY 'FICHIER DES VENTES COMPTOIR SCHED03 NON OUVERT ('
                      WS-FS-COUNTER '), NON TRAITE'
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-COUNTER-OPEN-SW
           PERFORM UNTIL WS-COUNTER-EOF
              READ COUNTER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-FS-COUNTER
                 NOT AT END PERFORM PROCESS-ONE-COUNTER-ORDER
              END-READ
           END-PERFORM
           MOVE '00' TO WS-FS-COUNTER
           .

       PROCESS-ONE-COUNTER-ORDER.
           ADD 1 TO WS-COUNTER-READ
           MOVE PL-REQ-DATE TO WS-CHECK-DATE
           PERFORM CONVERT-ISO-DATE
           IF NOT WS-BAD-DATE AND WS-REQ-INT > WS-LIMIT-INT
              EXIT PARAGRAPH
           END-IF
           MOVE PL-SRC TO WS-FIND-SRC
           PERFORM FIND-SOURCE-SLOT
           EVALUATE TRUE
              WHEN WS-SRC-FOUND = 0
                 MOVE 'SOURCE NON DECLAREE, CONSERVEE'
                    TO WS-RPT-STATUS
              WHEN PL-LINE-COUNT = 0 OR PL-LINE-COUNT > 3
                 MOVE 'COMMANDE SANS LIGNE VALIDE, CONSERVEE'
                    TO WS-RPT-STATUS
              WHEN WS-CTR-ORDER-COUNT >= WS-CTR-ORDER-MAX
                 OR WS-CTR-LINE-COUNT + PL-LINE-COUNT
                    > WS-CTR-LINE-MAX
                 MOVE 'TABLE PLEINE, CONSERVEE AU PROCHAIN PASSAGE'
                    TO WS-RPT-STATUS
              WHEN OTHER
                 MOVE SPACES TO WS-RPT-STATUS
           END-EVALUATE
           IF WS-RPT-STATUS NOT = SPACES
              ADD 1 TO WS-COUNTER-KEPT
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              PERFORM WRITE-COUNTER-DETAIL
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CTR-ORDER-COUNT
           SET CO-IX TO WS-CTR-ORDER-COUNT
           MOVE PL-KEY       TO WS-CO-KEY(CO-IX)
           MOVE WS-SRC-FOUND TO WS-CO-SRC-IDX(CO-IX)
           MOVE 'Y' TO WS-SR-HAS-REL(WS-SRC-FOUND)
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > PL-LINE-COUNT
              PERFORM BUILD-COUNTER-LINE
           END-PERFORM
           ADD 1 TO WS-COUNTER-RELEASED
           MOVE 'DATE DANS LA FENETRE, COMMANDE RELANCEE'
              TO WS-RPT-STATUS
           PERFORM WRITE-COUNTER-DETAIL
           .

      * LIGNE AU FORMAT PAR DEFAUT : DATEE DU RUN (IMPVENTS LA DATE
      * DE TOUTE FACON DE LA NUIT DE CHARGEMENT), PRIX A ZERO SAUF
      * PRIX FIGE D'UN DEVIS TRANSFORME, DATE SOUHAITEE CONSERVEE
       BUILD-COUNTER-LINE.
           MOVE 'Q'                    TO WS-SL-TYPE
           MOVE PL-ORDER-NO            TO WS-SL-ORDER-NO
           MOVE WS-RUN-DATE(9:2)       TO WS-SL-DD
           MOVE WS-RUN-DATE(6:2)       TO WS-SL-MM
           MOVE WS-RUN-DATE(1:4)       TO WS-SL-YYYY
           MOVE PL-EMP-NO              TO WS-SL-EMP-NO
           MOVE PL-CUST-NO             TO WS-SL-CUST-NO
           MOVE PL-PROD-NO(WS-LN-IX)   TO WS-SL-PROD-NO
           MOVE PL-PRICE(WS-LN-IX)     TO WS-SL-PRICE
           MOVE PL-QTY(WS-LN-IX)       TO WS-SL-QTY
           MOVE SPACE                  TO WS-SL-DISP
           MOVE SPACES                 TO WS-SL-RA-NUMBER
           MOVE PL-SITE                TO WS-SL-SITE
           MOVE PL-REQ-DATE(9:2)       TO WS-SL-RDD-DD
           MOVE PL-REQ-DATE(6:2)       TO WS-SL-RDD-MM
           MOVE PL-REQ-DATE(1:4)       TO WS-SL-RDD-YYYY
           ADD 1 TO WS-CTR-LINE-COUNT
           SET CL-IX TO WS-CTR-LINE-COUNT
           MOVE WS-SRC-FOUND  TO WS-CL-SRC-IDX(CL-IX)
           MOVE WS-SALES-LINE TO WS-CL-IMAGE(CL-IX)
           .

       WRITE-COUNTER-DETAIL.
           MOVE 'COMPTOIR'  TO WS-RPT-ORIGIN
           MOVE PL-SRC      TO WS-RPT-SRC
           MOVE PL-ORDER-NO TO WS-RPT-ORDER
           MOVE PL-CUST-NO  TO WS-RPT-CUST
           MOVE PL-REQ-DATE TO WS-RPT-REQ-DATE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *****************************************************************
      * UNE PASSE D'ECRITURE PAR SOURCE AYANT DES LIGNES A RELANCER : *
      * L'EMPLACEMENT FVSOKnn DU RANG DE LA SOURCE RECOIT SES LIGNES  *
      * PLANIFIEES DUES PUIS CELLES DE SES VENTES DU COMPTOIR         *
      *****************************************************************
       WRITE-RELEASE-FILES.
           PERFORM VARYING WS-CUR-SRC-IDX FROM 1 BY 1
                   UNTIL WS-CUR-SRC-IDX > WS-SOURCE-COUNT
              IF WS-SR-HAS-REL(WS-CUR-SRC-IDX) = 'Y'
                 MOVE WS-SR-CODE(WS-CUR-SRC-IDX) TO WS-CUR-SRC
                 PERFORM WRITE-ONE-RELEASE-FILE
              END-IF
           END-PERFORM
           .

       WRITE-ONE-RELEASE-FILE.
           PERFORM OPEN-CURRENT-RELEASE
           IF NOT WS-REL-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RELANCE '
                      WS-CUR-SRC ' : ' WS-FS-REL
              MOVE 'E' TO WS-SR-HAS-REL(WS-CUR-SRC-IDX)
              MOVE 8 TO RETURN-CODE
              PERFORM CARRY-SOURCE-DUE-LINES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-OK
              PERFORM UNTIL WS-SCHED-EOF
                 READ SCHED-FILE
                    AT END MOVE '10' TO WS-FS-SCHED
                    NOT AT END PERFORM RELEASE-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE SCHED-FILE
              MOVE '00' TO WS-FS-SCHED
           END-IF
           PERFORM VARYING CL-IX FROM 1 BY 1
                   UNTIL CL-IX > WS-CTR-LINE-COUNT
              IF WS-CL-SRC-IDX(CL-IX) = WS-CUR-SRC-IDX
                 MOVE WS-CL-IMAGE(CL-IX) TO WS-RELEASE-REC
                 PERFORM WRITE-CURRENT-RELEASE
                 ADD 1 TO WS-COUNTER-LINES
              END-IF
           END-PERFORM
           PERFORM CLOSE-CURRENT-RELEASE
           .

      *****************************************************************
      * FICHIER DE RELANCE DE LA SOURCE NON OUVERT : SES LIGNES       *
      * PLANIFIEES DUES SONT REPORTEES DANS FVSCHEDN AU LIEU D'ETRE   *
      * PERDUES (LES VENTES DU COMPTOIR RESTENT DANS SCHED03)         *
      *****************************************************************
       CARRY-SOURCE-DUE-LINES.
           OPEN INPUT SCHED-FILE
           IF NOT WS-SCHED-OK
              DISPLAY 'ERREUR REOUVERTURE PLANIFICATION: ' WS-FS-SCHED
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHED-EOF
              READ SCHED-FILE
                 AT END MOVE '10' TO WS-FS-SCHED
                 NOT AT END
                    IF SD-SRC = WS-CUR-SRC
                       PERFORM CHECK-SCHED-DUE
                       IF WS-LINE-DUE
                          PERFORM CARRY-ONE-SCHED
                          SUBTRACT 1 FROM WS-RECORDS-RELEASED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHED-FILE
           MOVE '00' TO WS-FS-SCHED
           .

      * LA LIGNE REPART MARQUEE 'Q' (VENTE) OU 'V' (AVOIR) : IMPVENTS
      * LA TRAITE COMME UNE 'D'/'R' MAIS L'EXCLUT DU CONTROLE DE LOT
       RELEASE-ONE-LINE.
           IF SD-SRC NOT = WS-CUR-SRC
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SCHED-DUE
           IF WS-LINE-DUE
              MOVE SD-LINE-IMAGE TO WS-RELEASE-REC
              IF WS-RELEASE-REC(1:1) = 'R'
                 OR WS-RELEASE-REC(1:1) = 'V'
                 MOVE 'V' TO WS-RELEASE-REC(1:1)
              ELSE
                 MOVE 'Q' TO WS-RELEASE-REC(1:1)
              END-IF
              PERFORM WRITE-CURRENT-RELEASE
           END-IF
           .

       OPEN-CURRENT-RELEASE.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 OPEN OUTPUT RELS01-FILE
              WHEN 2 OPEN OUTPUT RELS02-FILE
              WHEN 3 OPEN OUTPUT RELS03-FILE
              WHEN OTHER OPEN OUTPUT RELS04-FILE
           END-EVALUATE
           .

       WRITE-CURRENT-RELEASE.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 WRITE RELS01-REC FROM WS-RELEASE-REC
              WHEN 2 WRITE RELS02-REC FROM WS-RELEASE-REC
              WHEN 3 WRITE RELS03-REC FROM WS-RELEASE-REC
              WHEN OTHER WRITE RELS04-REC FROM WS-RELEASE-REC
           END-EVALUATE
           .

       CLOSE-CURRENT-RELEASE.
           EVALUATE WS-CUR-SRC-IDX
              WHEN 1 CLOSE RELS01-FILE
              WHEN 2 CLOSE RELS02-FILE
              WHEN 3 CLOSE RELS03-FILE
              WHEN OTHER CLOSE RELS04-FILE
           END-EVALUATE
           MOVE '00' TO WS-FS-REL
           .

      *****************************************************************
      * SUPPRESSION DES COMMANDES DU COMPTOIR RELANCEES ; CELLES      *
      * D'UNE SOURCE DONT LE FICHIER DE RELANCE N'A PAS PU ETRE       *
      * OUVERT RESTENT DANS SCHED03 POUR LE PASSAGE SUIVANT           *
      *****************************************************************
       DELETE-COUNTER-ORDERS.
           IF NOT WS-COUNTER-OPEN
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CO-IX FROM 1 BY 1
                   UNTIL CO-IX > WS-CTR-ORDER-COUNT
              IF WS-SR-HAS-REL(WS-CO-SRC-IDX(CO-IX)) = 'Y'
                 MOVE WS-CO-KEY(CO-IX) TO PL-KEY
                 DELETE COUNTER-FILE RECORD
                 IF NOT WS-COUNTER-OK
                    DISPLAY 'ERREUR SUPPRESSION SCHED03 ' PL-KEY
                            ' : ' WS-FS-COUNTER
                    MOVE 8 TO RETURN-CODE
                 END-IF
              ELSE
                 SUBTRACT 1 FROM WS-COUNTER-RELEASED
                 ADD 1 TO WS-COUNTER-KEPT
              END-IF
           END-PERFORM
           CLOSE COUNTER-FILE
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ     TO WS-RPT-TOTAL
           MOVE WS-RECORDS-RELEASED TO WS-RPT-RELEASED
           MOVE WS-RECORDS-CARRIED  TO WS-RPT-CARRIED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-COUNTER-READ     TO WS-RPT-C-READ
           MOVE WS-COUNTER-RELEASED TO WS-RPT-C-RELEASED
           MOVE WS-COUNTER-LINES    TO WS-RPT-C-LINES
           MOVE WS-COUNTER-KEPT     TO WS-RPT-C-KEPT
           WRITE REPORT-RECORD FROM WS-COUNTER-SUM-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE SCHEDNEW-FILE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME SCHEDREL'
           DISPLAY 'TOTAL LUS: ' WS-RECORDS-READ
           DISPLAY 'TOTAL RELANCES: ' WS-RECORDS-RELEASED
           DISPLAY 'TOTAL REPORTES: ' WS-RECORDS-CARRIED
           DISPLAY 'COMMANDES COMPTOIR RELANCEES: '
                   WS-COUNTER-RELEASED
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
