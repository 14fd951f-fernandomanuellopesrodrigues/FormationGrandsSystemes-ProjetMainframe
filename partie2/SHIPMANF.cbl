      *             TRANSPORTEUR PLUS LA LISTE D'ALERTE DES PRODUITS  *
      *             SANS NOMENCLATURE DONT LE POIDS A DU RESTER A     *
      *             BLANC.                                            *
      *             AVEC LA CARTE CARRIER=, CHAQUE COMMANDE EST       *
      *             TAXEE AU BAREME DU TRANSPORTEUR (FVFRTRT :        *
      *             TRANSPORTEUR, ZONE, POIDS MAXI DE LA TRANCHE,     *
      *             TARIF) : ZONE DU SITE DE LIVRAISON FNSHPMST (ZONE *
      *             DEFZONE= SANS SITE OU SANS ZONE), PLUS PETITE     *
      *             TRANCHE COUVRANT LE POIDS. LE PORT HT ET SA TVA   *
      *             (TAUX EFFECTIF DES LIGNES DE LA COMMANDE) SONT    *
      *             PORTES SUR API9.ORDERS (FACTURE PAR INVGEN,       *
      *             COMPTABILISE PAR GLJRNL) ET DEBITES AU SOLDE      *
      *             CLIENT ; UNE COMMANDE DEJA TAXEE N'EST PAS        *
      *             RETAXEE A LA RELANCE.                             *
      *             LE POIDS DU MANIFESTE EST PORTE SUR LA COMMANDE   *
      *             (FREIGHT_WEIGHT) MEME SANS TAXATION : SHIPCONF LE *
      *             REPREND DANS L'AVIS D'EXPEDITION.                 *
      *             LA NOMENCLATURE RETENUE EST LA REVISION EN        *
      *             VIGUEUR A LA DATE TRAITEE (LIGNES FNBOMX DONT LA  *
      *             PERIODE D'EFFET COUVRE LA CARTE DATE=).           *
      *             SI LA PERIODE DE LA DATE TRAITEE EST EN CLOTURE   *
      *             OU FERMEE (FVPERST, SOUS-PROGRAMME PERIODCK), LE  *
      *             PORT N'EST PAS TAXE (CODE RETOUR 8, LE MANIFESTE  *
      *             EST EDITE) OU EST TAXE ET SA COMPTABILISATION     *
      *             REPORTEE PAR GLJRNL, SELON LE MODE DE LA PERIODE ;*
      *             CHAQUE REFUS OU REPORT EST TRACE DANS FVBKPOST.   *
      * ENTREE    : SYSIN (DATE= OBLIGATOIRE, CARRIER=, DEFZONE=),    *
      *             FNBOMX (NOMENCLATURE), PARTS03 (POIDS DES         *
      *             PIECES), FVFRTRT (BAREME), FNSHPMST (SITES),      *
      *             FVPERST (STATUT DES PERIODES, FACULTATIF), BASE   *
      *             DB2                                               *
      * SORTIE    : MANIFESTE (FVMANIF), MAJ API9.ORDERS (PORT) ET    *
      *             API9.CUSTOMERS.BALANCE + FVBKPOST (REFUS/REPORTS  *
      *             DE PERIODE, AJOUT) + FRUNHST (JOURNAL DES         *
      *             EXECUTIONS, AJOUT)                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PT-PART-NO
               FILE STATUS IS WS-FS-PARTS.

      * BAREME DES TRANSPORTEURS : UNE LIGNE PAR TRANSPORTEUR, ZONE
      * DE DESTINATION ET TRANCHE DE POIDS
           SELECT RATE-FILE
               ASSIGN TO FVFRTRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.

      * MAITRE DES SITES DE LIVRAISON (FNSHPMST, TENU PAR SHIPMNT) :
      * ZONE DE DESTINATION DU SITE DE LA COMMANDE
           SELECT SHIP-FILE
               ASSIGN TO FNSHPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-FS-SHIP.

           SELECT MANIFEST-FILE
               ASSIGN TO FVMANIF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANIF.

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
       01  SYSIN-RECORD               PIC X(80).

      * MEME DISPOSITION QUE BOM-RECORD DANS BOMLOAD
       FD  BOM-FILE
           RECORD CONTAINS 13 TO 48 CHARACTERS.
       01  BOM-RECORD.
           05 BX-PROD-NO              PIC X(3).
           05 FILLER                  PIC X(1).
           05 BX-PART-NO              PIC X(3).
           05 FILLER                  PIC X(1).
           05 BX-QTY-PER              PIC 9(5).
           05 FILLER                  PIC X(1).
           05 BX-REVISION             PIC 9(3).
           05 FILLER                  PIC X(1).
           05 BX-EFF-FROM             PIC X(10).
           05 FILLER                  PIC X(1).
           05 BX-EFF-TO               PIC X(10).
           05 FILLER                  PIC X(1).
           05 BX-ECN-NO               PIC X(8).

      * MEME DISPOSITION QUE PARTSX-REC DANS ADDP03 (51 OCTETS)
       FD  PARTS-FILE.
           05 PT-WEIGHT               PIC 9(3).
           05 PT-CITY                 PIC X(15).

      * TARIF : PORT HT D'UNE EXPEDITION DONT LE POIDS NE DEPASSE PAS
      * LE POIDS MAXI DE LA TRANCHE (MEME UNITE QUE PT-WEIGHT)
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 FR-CARRIER              PIC X(4).
           05 FILLER                  PIC X(1).
           05 FR-ZONE                 PIC X(2).
           05 FILLER                  PIC X(1).
           05 FR-MAX-WEIGHT           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 FR-RATE                 PIC 9(5)V99.

      * MEME DISPOSITION QUE SHIP-RECORD DANS SHIPMNT
       FD  SHIP-FILE.
       01  SHIP-RECORD.
           05 SH-KEY.
              10 SH-CUST-NO           PIC 9(4).
              10 SH-SITE              PIC X(2).
           05 SH-NAME                 PIC X(30).
           05 SH-ADDRESS              PIC X(40).
           05 SH-ZONE                 PIC X(2).
           05 SH-COUNTRY              PIC X(2).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD            PIC X(132).

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
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 BP-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 BP-ACTION               PIC X(1).
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 BP-ORIG-DATE            PIC X(10).
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 BP-POST-DATE            PIC X(10).
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 BP-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 BP-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 BP-DETAIL               PIC X(30).

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
           88 WS-PARTS-OK                   VALUE '00'.
       01  WS-FS-MANIF                PIC XX VALUE SPACES.
           88 WS-MANIF-OK                   VALUE '00'.
       01  WS-FS-RATE                 PIC XX VALUE SPACES.
           88 WS-RATE-OK                    VALUE '00'.
           88 WS-RATE-EOF                   VALUE '10'.
       01  WS-FS-SHIP                 PIC XX VALUE SPACES.
       01  WS-SHIP-AVAIL-SW           PIC X  VALUE 'N'.
           88 WS-SHIP-AVAILABLE             VALUE 'Y'.
       01  WS-FS-PERST                PIC XX VALUE SPACES.
           88 WS-PERST-OK                   VALUE '00'.
           88 WS-PERST-EOF                  VALUE '10'.
       01  WS-FS-BKPOST               PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                  VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.

      * INDICATEURS DE FIN DE CURSEUR
       01  WS-ORDER-EOF-SW            PIC X  VALUE 'N'.
      * DATE DU JOUR TRAITE (CARTE SYSIN DATE=, OBLIGATOIRE)
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.

      * TAXATION DU PORT : TRANSPORTEUR DU JOUR (CARTE CARRIER=, A
      * BLANC = PAS DE TAXATION) ET ZONE DES COMMANDES SANS SITE OU
      * DONT LE SITE N'A PAS DE ZONE (CARTE DEFZONE=, DEFAUT 01)
       01  WS-CARRIER                 PIC X(4)  VALUE SPACES.
       01  WS-DEF-ZONE                PIC X(2)  VALUE '01'.
       01  WS-FREIGHT-SW              PIC X     VALUE 'N'.
           88 WS-FREIGHT-ACTIVE             VALUE 'Y'.

      * BAREME DU TRANSPORTEUR DU JOUR CHARGE EN TABLE
       01  WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES INDEXED BY RT-IX.
              10 WS-RT-ZONE           PIC X(2).
              10 WS-RT-MAX-WEIGHT     PIC 9(7)    COMP-3.
              10 WS-RT-RATE           PIC 9(5)V99 COMP-3.
       01  WS-RATE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RATE-MAX                PIC 9(3) VALUE 500.
       01  WS-RATE-FOUND              PIC 9(3) VALUE ZERO.

      * PORT DE LA COMMANDE EN COURS
       01  WS-ORDER-ZONE              PIC X(2)  VALUE SPACES.
       01  WS-FRT-NET                 PIC S9(7)V99 COMP-3 VALUE +0.
       01  WS-FRT-VAT                 PIC S9(7)V99 COMP-3 VALUE +0.
       01  WS-FRT-GROSS               PIC S9(7)V99 COMP-3 VALUE +0.
       01  WS-TOT-FREIGHT             PIC S9(9)V99 COMP-3 VALUE +0.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE TRAITEE (DATE DES COMMANDES TAXEES)
      * (P = OUVERTE, R = PORT TAXE ET REPORTE PAR GLJRNL, X = PORT
      * NON TAXE)
       01  WS-PER-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PER-MAX                 PIC 9(3) VALUE 120.
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES.
              10 WS-PE-PERIOD         PIC X(7).
              10 WS-PE-STATUS         PIC X(1).
              10 WS-PE-BACKPOST       PIC X(1).
       01  WS-POST-DATE               PIC X(10) VALUE SPACES.
       01  WS-POST-ACTION             PIC X  VALUE 'P'.
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * NOMENCLATURE CHARGEE EN TABLE, AVEC LE POIDS DE CHAQUE PIECE
      * RESOLU UNE FOIS AU CHARGEMENT (LECTURE PARTS03)
       01  WS-BOM-TABLE.
           05 WS-BM-ENTRY OCCURS 5000 TIMES INDEXED BY BM-IX.
              10 WS-BM-PROD           PIC X(3).
              10 WS-BM-PART           PIC X(3).
              10 WS-BM-QTY-PER        PIC 9(5)    COMP-3.
              10 WS-BM-WEIGHT         PIC 9(3)    COMP-3.
       01  WS-BOM-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-BOM-MAX                 PIC 9(4) VALUE 5000.

      * PRODUITS SANS NOMENCLATURE RENCONTRES (LISTE D'ALERTE)
       01  WS-NOBOM-TABLE.
           05 WS-ORDERS-PRINTED       PIC 9(7)  VALUE ZERO.
           05 WS-LINES-EXPLODED       PIC 9(7)  VALUE ZERO.
           05 WS-ORDERS-INCOMPLETE    PIC 9(7)  VALUE ZERO.
           05 WS-ORDERS-FREIGHTED     PIC 9(7)  VALUE ZERO.
           05 WS-ORDERS-NO-RATE       PIC 9(7)  VALUE ZERO.
           05 WS-ORDERS-ALREADY       PIC 9(7)  VALUE ZERO.

      * MISE EN PAGE
       01  WS-MANIF-LINES.
              10 WS-RPT-WEIGHT        PIC ZZZ,ZZZ,ZZ9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-FLAG          PIC X(22).
           05 WS-FREIGHT-LINE.
              10 FILLER               PIC X(13)     VALUE
                 '   PORT    : '.
              10 WS-RPT-CARRIER       PIC X(4).
              10 FILLER               PIC X(8)      VALUE '  ZONE: '.
              10 WS-RPT-ZONE          PIC X(2).
              10 FILLER               PIC X(12)     VALUE
                 '  TRANCHE <='.
              10 WS-RPT-BAND          PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(7)      VALUE '  HT : '.
              10 WS-RPT-FRT-NET       PIC ZZ,ZZ9.99.
              10 FILLER               PIC X(8)      VALUE '  TVA : '.
              10 WS-RPT-FRT-VAT       PIC ZZ,ZZ9.99.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-FRT-FLAG      PIC X(24).
           05 WS-NORATE-LINE.
              10 FILLER               PIC X(13)     VALUE
                 '   PORT    : '.
              10 WS-RPT-NR-CARRIER    PIC X(4).
              10 FILLER               PIC X(8)      VALUE '  ZONE: '.
              10 WS-RPT-NR-ZONE       PIC X(2).
              10 FILLER               PIC X(40)     VALUE
                 '  *** HORS BAREME, PORT NON FACTURE ***'.
           05 WS-FRT-TOTAL-LINE.
              10 FILLER               PIC X(31)     VALUE
                 'PORT HT FACTURE (TRANSPORTEUR '.
              10 WS-RPT-T-CARRIER     PIC X(4).
              10 FILLER               PIC X(4)      VALUE ') : '.
              10 WS-RPT-T-FREIGHT     PIC Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(16)     VALUE
                 ' - COMMANDES : '.
              10 WS-RPT-T-FRT-ORDERS  PIC ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - HORS BAREME : '.
              10 WS-RPT-T-NO-RATE     PIC ZZZ,ZZ9.
              10 FILLER               PIC X(17)     VALUE
                 ' - DEJA TAXEES : '.
              10 WS-RPT-T-ALREADY     PIC ZZZ,ZZ9.
           05 WS-TOTAL-LINE.
              10 FILLER               PIC X(31)     VALUE
                 'POIDS TOTAL DE L''EXPEDITION : '.
              10 WS-RPT-SHIP-WEIGHT   PIC Z,ZZZ,ZZZ,ZZ9.
           05 WS-NOBOM-HDR            PIC X(132)    VALUE
                 'PRODUITS SANS NOMENCLATURE (POIDS LAISSE A BLANC,
      -          ' NOMENCLATURE A COMPLETER PAR AVIS FNECN)'.
           05 WS-NOBOM-LINE.
              10 FILLER               PIC X(13)     VALUE
                 '   PRODUIT : '.
       01  H-O-SITE                   PIC XX.
       01  H-P-NO                     PIC XXX.
       01  H-QTY                      PIC S9(7)     USAGE COMP-3.
      * COLONNES CARRIER / FREIGHT_ZONE / FREIGHT_WEIGHT / FREIGHT /
      * FREIGHT_TAX SUR API9.ORDERS : PORT TAXE A L'EXPEDITION (LU
      * PAR INVGEN, GLJRNL, TRIALBAL ET FRTRECOV), EXTENSION DE
      * SCHEMA ; FREIGHT A ZERO = COMMANDE NON ENCORE TAXEE
       01  H-CARRIER                  PIC X(4).
       01  H-FRT-ZONE                 PIC XX.
       01  H-FRT-WEIGHT               PIC S9(9)     USAGE COMP-3.
       01  H-FRT-NET                  PIC S9(7)V99  USAGE COMP-3.
       01  H-FRT-VAT                  PIC S9(7)V99  USAGE COMP-3.
       01  H-FRT-GROSS                PIC S9(7)V99  USAGE COMP-3.
       01  H-ORD-NET                  PIC S9(9)V99  USAGE COMP-3.
       01  H-ORD-VAT                  PIC S9(9)V99  USAGE COMP-3.

      * COMMANDES DE LA DATE, AVEC L'IDENTITE CLIENT (CUSTMNT)
           EXEC SQL
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-BOM-TABLE
           PERFORM LOAD-FREIGHT-RATES
           PERFORM PRINT-MANIFEST
           PERFORM PRINT-NOBOM-LIST
           PERFORM FINALIZATION

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME SHIPMANF'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-RUN-DATE = SPACES
              DISPLAY 'CARTE SYSIN DATE=AAAA-MM-JJ OBLIGATOIRE, '
                       IF SYSIN-RECORD(1:5) = 'DATE='
                          MOVE SYSIN-RECORD(6:10) TO WS-RUN-DATE
                       END-IF
                       IF SYSIN-RECORD(1:8) = 'CARRIER='
                          MOVE SYSIN-RECORD(9:4) TO WS-CARRIER
                       END-IF
                       IF SYSIN-RECORD(1:8) = 'DEFZONE='
                          AND SYSIN-RECORD(9:2) NOT = SPACES
                          MOVE SYSIN-RECORD(9:2) TO WS-DEF-ZONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOM-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-FS-BOM
                 NOT AT END PERFORM LOAD-ONE-BOM-ROW
           .

       LOAD-ONE-BOM-ROW.
      * SEULE LA REVISION EN VIGUEUR A LA DATE TRAITEE EST CHARGEE
      * (DATES A BLANC = LIGNE DE TOUT TEMPS)
           IF BX-EFF-FROM NOT = SPACES
              AND BX-EFF-FROM > WS-RUN-DATE
              EXIT PARAGRAPH
           END-IF
           IF BX-EFF-TO NOT = SPACES
              AND BX-EFF-TO NOT > WS-RUN-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-BOM-COUNT >= WS-BOM-MAX
              DISPLAY 'TABLE NOMENCLATURE PLEINE, LIGNE IGNOREE: '
                      BX-PROD-NO '/' BX-PART-NO
           END-IF
           .

      *****************************************************************
      * BAREME DU TRANSPORTEUR DU JOUR (CARTE CARRIER=) ET MAITRE DES *
      * SITES ; SANS CARTE OU SANS TARIF POUR LE TRANSPORTEUR, LE     *
      * MANIFESTE EST EDITE SANS TAXATION DU PORT                     *
      *****************************************************************
       LOAD-FREIGHT-RATES.
           IF WS-CARRIER = SPACES
              DISPLAY 'PAS DE CARTE CARRIER=, PORT NON TAXE'
              EXIT PARAGRAPH
           END-IF
      * PERIODE DE LA DATE TRAITEE EN CLOTURE OU FERMEE : PORT NON
      * TAXE (LE MANIFESTE EST TOUT DE MEME EDITE), OU TAXE ET TRACE,
      * SA COMPTABILISATION ETANT REPORTEE PAR GLJRNL
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-RUN-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE DU ' WS-RUN-DATE ' EN CLOTURE OU '
                      'FERMEE, PORT NON TAXE'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              EXIT PARAGRAPH
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE DU ' WS-RUN-DATE ' EN CLOTURE OU '
                      'FERMEE, PORT REPORTE AU ' WS-POST-DATE
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-OK
              DISPLAY 'PAS DE BAREME TRANSPORTEUR FVFRTRT ('
                      WS-FS-RATE '), PORT NON TAXE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RATE-EOF
              READ RATE-FILE
                 AT END MOVE '10' TO WS-FS-RATE
                 NOT AT END PERFORM LOAD-ONE-RATE
              END-READ
           END-PERFORM
           CLOSE RATE-FILE
           DISPLAY 'TRANCHES DU BAREME ' WS-CARRIER ' CHARGEES: '
                   WS-RATE-COUNT
           IF WS-RATE-COUNT = 0
              DISPLAY 'AUCUN TARIF POUR LE TRANSPORTEUR ' WS-CARRIER
                      ', PORT NON TAXE'
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FREIGHT-SW

           OPEN INPUT SHIP-FILE
           IF WS-FS-SHIP = '00'
              MOVE 'Y' TO WS-SHIP-AVAIL-SW
           ELSE
              DISPLAY 'PAS DE MAITRE DES SITES DE LIVRAISON ('
                      WS-FS-SHIP '), ZONE ' WS-DEF-ZONE
                      ' POUR TOUTES LES COMMANDES'
           END-IF
           .

       LOAD-ONE-RATE.
           IF FR-CARRIER NOT = WS-CARRIER
              OR FR-MAX-WEIGHT NOT NUMERIC
              OR FR-RATE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT >= WS-RATE-MAX
              DISPLAY 'TABLE DU BAREME PLEINE, TRANCHE IGNOREE: '
                      FR-ZONE '/' FR-MAX-WEIGHT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE FR-ZONE       TO WS-RT-ZONE(WS-RATE-COUNT)
           MOVE FR-MAX-WEIGHT TO WS-RT-MAX-WEIGHT(WS-RATE-COUNT)
           MOVE FR-RATE       TO WS-RT-RATE(WS-RATE-COUNT)
           .

      *****************************************************************
      * UNE LIGNE DE MANIFESTE PAR COMMANDE DE LA DATE                *
      *****************************************************************
           WRITE MANIFEST-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-SHIP-WEIGHT TO WS-RPT-SHIP-WEIGHT
           WRITE MANIFEST-RECORD FROM WS-TOTAL-LINE
           IF WS-FREIGHT-ACTIVE
              MOVE WS-CARRIER          TO WS-RPT-T-CARRIER
              MOVE WS-TOT-FREIGHT      TO WS-RPT-T-FREIGHT
              MOVE WS-ORDERS-FREIGHTED TO WS-RPT-T-FRT-ORDERS
              MOVE WS-ORDERS-NO-RATE   TO WS-RPT-T-NO-RATE
              MOVE WS-ORDERS-ALREADY   TO WS-RPT-T-ALREADY
              WRITE MANIFEST-RECORD FROM WS-FRT-TOTAL-LINE
           END-IF
           .

       READ-NEXT-ORDER.
           END-IF
           WRITE MANIFEST-RECORD FROM WS-ORDER-LINE
           ADD WS-ORDER-WEIGHT TO WS-SHIP-WEIGHT
           IF WS-FREIGHT-ACTIVE
              PERFORM PRICE-ORDER-FREIGHT
           ELSE
              PERFORM RECORD-ORDER-WEIGHT
           END-IF
           .

      *****************************************************************
      * SANS TAXATION, LE POIDS DU MANIFESTE EST TOUT DE MEME PORTE   *
      * SUR LA COMMANDE POUR L'AVIS D'EXPEDITION (SHIPCONF) ; UNE     *
      * COMMANDE DEJA TAXEE GARDE LE POIDS DE SA TAXATION             *
      *****************************************************************
       RECORD-ORDER-WEIGHT.
           MOVE WS-ORDER-WEIGHT TO H-FRT-WEIGHT
           EXEC SQL
               UPDATE API9.ORDERS
                  SET FREIGHT_WEIGHT = :H-FRT-WEIGHT
                WHERE O_NO = :H-O-NO
                  AND COALESCE(FREIGHT,0) = 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERREUR MAJ POIDS COMMANDE ' H-O-NO
                      ' SQLCODE ' SQLCODE
           END-IF
           .

      *****************************************************************
      * TAXATION DU PORT D'UNE COMMANDE : ZONE DU SITE, PLUS PETITE   *
      * TRANCHE DE LA ZONE COUVRANT LE POIDS (UNE COMMANDE A POIDS    *
      * INCOMPLET EST TAXEE SUR LE POIDS CONNU), TVA AU TAUX EFFECTIF *
      * DES LIGNES DE LA COMMANDE (ZERO POUR UN CLIENT EXONERE OU UNE *
      * SOURCE SANS TVA) ; LA MAJ D'API9.ORDERS NE PORTE QUE SUR UNE  *
      * COMMANDE SANS PORT, LE SOLDE CLIENT N'EST DEBITE QU'UNE FOIS  *
      *****************************************************************
       PRICE-ORDER-FREIGHT.
           MOVE WS-DEF-ZONE TO WS-ORDER-ZONE
           IF H-O-SITE NOT = SPACES AND WS-SHIP-AVAILABLE
              MOVE H-C-NO   TO SH-CUST-NO
              MOVE H-O-SITE TO SH-SITE
              READ SHIP-FILE
              IF WS-FS-SHIP = '00'
                 IF SH-ZONE NOT = SPACES
                    MOVE SH-ZONE TO WS-ORDER-ZONE
                 END-IF
              ELSE
                 MOVE '00' TO WS-FS-SHIP
              END-IF
           END-IF

           MOVE 0 TO WS-RATE-FOUND
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > WS-RATE-COUNT
              IF WS-RT-ZONE(RT-IX) = WS-ORDER-ZONE
                 AND WS-RT-MAX-WEIGHT(RT-IX) >= WS-ORDER-WEIGHT
                 IF WS-RATE-FOUND = 0
                    SET WS-RATE-FOUND TO RT-IX
                 ELSE
                    IF WS-RT-MAX-WEIGHT(RT-IX)
                       < WS-RT-MAX-WEIGHT(WS-RATE-FOUND)
                       SET WS-RATE-FOUND TO RT-IX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 0
              ADD 1 TO WS-ORDERS-NO-RATE
              MOVE WS-CARRIER    TO WS-RPT-NR-CARRIER
              MOVE WS-ORDER-ZONE TO WS-RPT-NR-ZONE
              WRITE MANIFEST-RECORD FROM WS-NORATE-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-RT-RATE(WS-RATE-FOUND) TO WS-FRT-NET
           MOVE +0 TO H-ORD-NET H-ORD-VAT
           EXEC SQL
               SELECT COALESCE(SUM(QUANTITY * PRICE),0),
                      COALESCE(SUM(COALESCE(TAX_AMOUNT,0)),0)
                 INTO :H-ORD-NET, :H-ORD-VAT
                 FROM API9.ITEMS
                WHERE O_NO = :H-O-NO
                  AND QUANTITY > 0
           END-EXEC
           IF SQLCODE = 0 AND H-ORD-NET > 0
              COMPUTE WS-FRT-VAT ROUNDED =
                      WS-FRT-NET * H-ORD-VAT / H-ORD-NET
           ELSE
              MOVE +0 TO WS-FRT-VAT
           END-IF
           COMPUTE WS-FRT-GROSS = WS-FRT-NET + WS-FRT-VAT

           MOVE WS-CARRIER      TO H-CARRIER
           MOVE WS-ORDER-ZONE   TO H-FRT-ZONE
           MOVE WS-ORDER-WEIGHT TO H-FRT-WEIGHT
           MOVE WS-FRT-NET      TO H-FRT-NET
           MOVE WS-FRT-VAT      TO H-FRT-VAT
           MOVE WS-FRT-GROSS    TO H-FRT-GROSS
           EXEC SQL
               UPDATE API9.ORDERS
                  SET CARRIER        = :H-CARRIER,
                      FREIGHT_ZONE   = :H-FRT-ZONE,
                      FREIGHT_WEIGHT = :H-FRT-WEIGHT,
                      FREIGHT        = :H-FRT-NET,
                      FREIGHT_TAX    = :H-FRT-VAT
                WHERE O_NO = :H-O-NO
                  AND COALESCE(FREIGHT,0) = 0
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ PORT COMMANDE ' H-O-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CARRIER                      TO WS-RPT-CARRIER
           MOVE WS-ORDER-ZONE                   TO WS-RPT-ZONE
           MOVE WS-RT-MAX-WEIGHT(WS-RATE-FOUND) TO WS-RPT-BAND
           MOVE WS-FRT-NET                      TO WS-RPT-FRT-NET
           MOVE WS-FRT-VAT                      TO WS-RPT-FRT-VAT
           IF SQLERRD(3) = 0
              ADD 1 TO WS-ORDERS-ALREADY
              MOVE '(DEJA TAXEE, INCHANGEE)' TO WS-RPT-FRT-FLAG
              WRITE MANIFEST-RECORD FROM WS-FREIGHT-LINE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET BALANCE = COALESCE(BALANCE,0) + :H-FRT-GROSS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR DEBIT PORT CLIENT ' H-C-NO
                      ' SQLCODE ' SQLCODE
           END-IF
           IF WS-POST-ACTION = 'R'
              MOVE SPACES       TO BP-REFERENCE
              MOVE H-O-NO       TO BP-REFERENCE(1:7)
              MOVE WS-FRT-GROSS TO BP-AMOUNT
              MOVE 'PORT REPORTE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           ADD 1 TO WS-ORDERS-FREIGHTED
           ADD WS-FRT-NET TO WS-TOT-FREIGHT
           MOVE SPACES TO WS-RPT-FRT-FLAG
           WRITE MANIFEST-RECORD FROM WS-FREIGHT-LINE
           .

       READ-NEXT-ITEM.
           END-PERFORM
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
              MOVE 'SHIPMANF'     TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-RUN-DATE    TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-FS-BKPOST
           END-IF
           MOVE '00' TO WS-FS-BKPOST
           .

       FINALIZATION.
           WRITE MANIFEST-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-ORDERS-PRINTED    TO WS-RPT-ORDERS
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE MANIFEST-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE MANIFEST-FILE
           EXEC SQL COMMIT END-EXEC
           IF WS-FREIGHT-ACTIVE
              IF WS-SHIP-AVAILABLE
                 CLOSE SHIP-FILE
              END-IF
              DISPLAY 'COMMANDES TAXEES AU PORT: ' WS-ORDERS-FREIGHTED
              DISPLAY 'COMMANDES HORS BAREME: ' WS-ORDERS-NO-RATE
           END-IF
           DISPLAY 'FIN DU PROGRAMME SHIPMANF'
           DISPLAY 'COMMANDES AU MANIFESTE: ' WS-ORDERS-PRINTED
           DISPLAY 'POIDS TOTAL EXPEDITION: ' WS-SHIP-WEIGHT
           DISPLAY 'COMMANDES A POIDS INCOMPLET: '
                   WS-ORDERS-INCOMPLETE
           IF WS-POST-ACTION = 'X'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ORDERS-INCOMPLETE > 0 OR WS-ORDERS-NO-RATE > 0
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
           MOVE 'SHIPMANF' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-ORDERS-PRINTED   TO RH-RECORDS-READ
           MOVE WS-ORDERS-FREIGHTED TO RH-RECORDS-OK
           MOVE WS-ORDERS-NO-RATE   TO RH-RECORDS-ERROR
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
