       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRADCL.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : DECLARATION STATISTIQUE INTRASTAT MENSUELLE       *
      * OBJECTIF  : LES MARCHANDISES EXPEDIEES VERS UN CLIENT D'UN    *
      *             AUTRE PAYS DE L'UNION DOIVENT ETRE DECLAREES      *
      *             CHAQUE MOIS PAR PAYS PARTENAIRE ET NOMENCLATURE   *
      *             COMBINEE (NC8), AVEC LA MASSE NETTE ET LA VALEUR. *
      *             LE FISCALISTE LA RECONSTITUAIT DEPUIS LES         *
      *             FACTURES. CE LOT, POUR LE MOIS PERIOD=AAAA-MM :   *
      *             - TOTALISE LES LIGNES DES COMMANDES EXPEDIEES OU  *
      *               FACTUREES (O_STATUS SHIPPED/INVOICED) DU MOIS,  *
      *               A LA VALEUR FACTUREE HT (QUANTITE * PRIX) ;     *
      *             - PAYS PARTENAIRE = PAYS DU SITE DE LIVRAISON     *
      *               FNSHPMST DE LA COMMANDE, A DEFAUT PAYS DU       *
      *               CLIENT (API9.CUSTOMERS.COUNTRY) ; LE PAYS       *
      *               DECLARANT (HOME=, FR PAR DEFAUT) ET LES PAYS    *
      *               HORS UNION NE SONT PAS DECLARES ;               *
      *             - MASSE NETTE = QUANTITE * POIDS UNITAIRE ECLATE  *
      *               PAR LA NOMENCLATURE FNBOMX ET LES POIDS DES     *
      *               PIECES PARTS03 (MEME CALCUL QUE SHIPMANF), SUR  *
      *               LA REVISION DE NOMENCLATURE EN VIGUEUR A LA     *
      *               DATE DE COMMANDE (Y COMPRIS POUR UN RETOUR :    *
      *               LE PRODUIT RENDU EST CELUI QUI A ETE EXPEDIE) ; *
      *             - LES RETOURS DU MOIS (LIGNES A QUANTITE NEGATIVE *
      *               DATEES PAR RET_DATE) SONT DECLARES DANS L'AUTRE *
      *               FLUX : INTRODUCTION (A), NATURE 2, ET LE        *
      *               RAPPORT DONNE LE NET EXPEDIE - RETOURNE PAR     *
      *               PAYS ET NOMENCLATURE ;                          *
      *             - UN PRODUIT SANS CODE NC8 (COLONNE CN_CODE DE    *
      *               API7.PRODUCTS) OU SANS POIDS (PAS DE            *
      *               NOMENCLATURE, PIECES SANS POIDS) ET UNE         *
      *               COMMANDE SANS PAYS SONT DES EXCEPTIONS          *
      *               BLOQUANTES : ELLES SONT LISTEES, LE FICHIER DE  *
      *               DECLARATION N'EST PAS PRODUIT ET LE RETURN-CODE *
      *               EST 8.                                          *
      * ENTREE    : SYSIN (PERIOD= OBLIGATOIRE, HOME=), FNBOMX        *
      *             (NOMENCLATURE), PARTS03 (POIDS DES PIECES),       *
      *             FNSHPMST (SITES DE LIVRAISON), BASE DB2           *
      * SORTIE    : DECLARATION (FVINTRA), RAPPORT (FREPORT)          *
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

           SELECT BOM-FILE
               ASSIGN TO FNBOMX
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BOM.

           SELECT PARTS-FILE
               ASSIGN TO PARTS03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PART-NO
               FILE STATUS IS WS-FS-PARTS.

      * MAITRE DES SITES DE LIVRAISON (FNSHPMST, TENU PAR SHIPMNT) :
      * PAYS DU SITE DE LA COMMANDE
           SELECT SHIP-FILE
               ASSIGN TO FNSHPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-FS-SHIP.

      * DECLARATION DU MOIS, REMISE AU FISCALISTE POUR DEPOT
           SELECT DECL-FILE
               ASSIGN TO FVINTRA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DECL.

           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

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
       01  PARTS-RECORD.
           05 PT-PART-NO              PIC X(3).
           05 PT-PART-NAME            PIC X(20).
           05 PT-COLOR                PIC X(10).
           05 PT-WEIGHT               PIC 9(3).
           05 PT-CITY                 PIC X(15).

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

      * LIGNE DE DECLARATION : FLUX D = EXPEDITION (NATURE 1, VENTE),
      * FLUX A = INTRODUCTION (NATURE 2, RETOUR) ; MASSE NETTE DANS
      * L'UNITE DE PT-WEIGHT (KG), UNITES SUPPLEMENTAIRES = QUANTITE
       FD  DECL-FILE.
       01  DECL-RECORD.
           05 IS-FLOW                 PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IS-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IS-COUNTRY              PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IS-CN-CODE              PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IS-NATURE               PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IS-NET-MASS             PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IS-SUPP-UNITS           PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IS-VALUE                PIC 9(11)V99.

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

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-BOM                  PIC XX VALUE SPACES.
           88 WS-BOM-OK                     VALUE '00'.
           88 WS-BOM-EOF                    VALUE '10'.
       01  WS-FS-PARTS                PIC XX VALUE SPACES.
           88 WS-PARTS-OK                   VALUE '00'.
       01  WS-FS-SHIP                 PIC XX VALUE SPACES.
           88 WS-SHIP-OK                    VALUE '00'.
       01  WS-SHIP-AVAIL-SW           PIC X  VALUE 'N'.
           88 WS-SHIP-AVAILABLE             VALUE 'Y'.
       01  WS-FS-DECL                 PIC XX VALUE SPACES.
           88 WS-DECL-OK                    VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-SQL-EOF-SW              PIC X  VALUE 'N'.
           88 WS-SQL-EOF                    VALUE 'Y'.

      * MOIS DECLARE (CARTE PERIOD=AAAA-MM) ET BORNES DE DATES : DU
      * 01 DU MOIS INCLUS AU 01 DU MOIS SUIVANT EXCLU
       01  WS-PERIOD                  PIC X(7)  VALUE SPACES.
       01  WS-NEXT-YEAR               PIC 9(4)  VALUE ZERO.
       01  WS-NEXT-MONTH              PIC 9(2)  VALUE ZERO.
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * PAYS DECLARANT (CARTE HOME=, FR PAR DEFAUT) : LES LIVRAISONS
      * DANS CE PAYS NE SONT PAS DES ECHANGES INTRA-UNION
       01  WS-HOME-COUNTRY            PIC X(2)  VALUE 'FR'.

      * PAYS PARTENAIRE DE LA LIGNE EN COURS ET ETATS MEMBRES (CODES
      * ISO ; XI = IRLANDE DU NORD, TOUJOURS SOUMISE POUR LES BIENS)
       01  WS-COUNTRY                 PIC X(2)  VALUE SPACES.
           88 WS-EU-MEMBER                  VALUE 'AT' 'BE' 'BG'
                 'CY' 'CZ' 'DE' 'DK' 'EE' 'ES' 'FI' 'FR' 'GR' 'HR'
                 'HU' 'IE' 'IT' 'LT' 'LU' 'LV' 'MT' 'NL' 'PL' 'PT'
                 'RO' 'SE' 'SI' 'SK' 'XI'.

      * FLUX DE LA LIGNE EN COURS : D = EXPEDITION, A = RETOUR
       01  WS-FLOW                    PIC X     VALUE SPACE.
           88 WS-FLOW-DISPATCH              VALUE 'D'.
           88 WS-FLOW-ARRIVAL               VALUE 'A'.

      * NOMENCLATURE CHARGEE EN TABLE, AVEC LE POIDS DE CHAQUE PIECE
      * RESOLU UNE FOIS AU CHARGEMENT (MEME TABLE QUE SHIPMANF),
      * TOUTES REVISIONS : LA PERIODE D'EFFET (DU INCLUS, AU EXCLU,
      * DATES A BLANC = DE TOUT TEMPS) EST TESTEE LIGNE A LIGNE
       01  WS-BOM-TABLE.
           05 WS-BM-ENTRY OCCURS 5000 TIMES INDEXED BY BM-IX.
              10 WS-BM-PROD           PIC X(3).
              10 WS-BM-PART           PIC X(3).
              10 WS-BM-QTY-PER        PIC 9(5)    COMP-3.
              10 WS-BM-WEIGHT         PIC 9(3)    COMP-3.
              10 WS-BM-EFF-FROM       PIC X(10).
              10 WS-BM-EFF-TO         PIC X(10).
       01  WS-BOM-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-BOM-MAX                 PIC 9(4) VALUE 5000.

      * GRANDEURS DE LA LIGNE EN COURS
       01  WS-PROD-UNIT-WEIGHT        PIC 9(7)  VALUE ZERO.
       01  WS-LINE-QTY                PIC 9(7)  VALUE ZERO.
       01  WS-LINE-MASS               PIC 9(9)  VALUE ZERO.
       01  WS-LINE-VALUE              PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-LINE-BLOCKED-SW         PIC X     VALUE 'N'.
           88 WS-LINE-BLOCKED               VALUE 'Y'.

      * TOTAUX DU MOIS PAR PAYS ET CODE NC8, TENUS DANS L'ORDRE DE
      * LA CLE ; EXPEDITIONS ET RETOURS COTE A COTE POUR LE NET
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 1000 TIMES INDEXED BY DC-IX.
              10 WS-DC-KEY.
                 15 WS-DC-COUNTRY     PIC X(2).
                 15 WS-DC-CN-CODE     PIC X(8).
              10 WS-DC-D-VALUE        PIC S9(11)V99 COMP-3.
              10 WS-DC-D-MASS         PIC 9(9)      COMP-3.
              10 WS-DC-D-UNITS        PIC 9(9)      COMP-3.
              10 WS-DC-A-VALUE        PIC S9(11)V99 COMP-3.
              10 WS-DC-A-MASS         PIC 9(9)      COMP-3.
              10 WS-DC-A-UNITS        PIC 9(9)      COMP-3.
       01  WS-DC-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-DC-MAX                  PIC 9(4) VALUE 1000.
       01  WS-DC-FOUND                PIC 9(4) VALUE ZERO.
       01  WS-DC-POS                  PIC 9(4) VALUE ZERO.
       01  WS-DC-SHIFT                PIC 9(4) VALUE ZERO.
       01  WS-DC-NEW-KEY.
           05 WS-DC-NEW-COUNTRY       PIC X(2).
           05 WS-DC-NEW-CN-CODE       PIC X(8).

      * EXCEPTIONS BLOQUANTES : C = PRODUIT SANS CODE NC8, W =
      * PRODUIT SANS POIDS, P = COMMANDE SANS PAYS ; UNE LIGNE PAR
      * PRODUIT OU COMMANDE
       01  WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 300 TIMES INDEXED BY EX-IX.
              10 WS-EX-TYPE           PIC X(1).
              10 WS-EX-KEY            PIC X(7).
              10 WS-EX-LINES          PIC 9(5)      COMP-3.
       01  WS-EX-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-EX-MAX                  PIC 9(3) VALUE 300.
       01  WS-EX-FOUND                PIC 9(3) VALUE ZERO.
       01  WS-EX-NEW-TYPE             PIC X(1) VALUE SPACE.
       01  WS-EX-NEW-KEY              PIC X(7) VALUE SPACES.

      * TABLE SATUREE : DECLARATION INCOMPLETE, RETURN-CODE 8
       01  WS-OVERFLOW-SW             PIC X  VALUE 'N'.
           88 WS-OVERFLOW                   VALUE 'Y'.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-LINES-READ           PIC 9(7)  VALUE ZERO.
           05 WS-LINES-DECLARED       PIC 9(7)  VALUE ZERO.
           05 WS-LINES-DOMESTIC       PIC 9(7)  VALUE ZERO.
           05 WS-LINES-EXPORT         PIC 9(7)  VALUE ZERO.
           05 WS-LINES-BLOCKED        PIC 9(7)  VALUE ZERO.
           05 WS-DECL-WRITTEN         PIC 9(7)  VALUE ZERO.

      * TOTAUX DE CONTROLE
       01  WS-TOT-D-VALUE             PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-TOT-A-VALUE             PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-TOT-D-MASS              PIC 9(11)     COMP-3 VALUE 0.
       01  WS-TOT-A-MASS              PIC 9(11)     COMP-3 VALUE 0.
       01  WS-NET-VALUE               PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-NET-MASS                PIC S9(11)    COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
                 'DECLARATION INTRASTAT (ECHANGES INTRA-UNION)'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(19) VALUE
                 'MOIS DECLARE    : '.
              10 WS-RPT-PERIOD        PIC X(7).
              10 FILLER               PIC X(20) VALUE
                 '   PAYS DECLARANT : '.
              10 WS-RPT-HOME          PIC X(2).
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-COLUMN-LINE          PIC X(132) VALUE
                 'PAYS NC8         EXPEDIE VALEUR    MASSE   RETOURNE VA
      -          'LEUR    MASSE        NET VALEUR    MASSE'.
           05 WS-DETAIL-LINE.
              10 WS-RPT-COUNTRY       PIC X(2).
              10 FILLER               PIC X(3)  VALUE SPACES.
              10 WS-RPT-CN-CODE       PIC X(8).
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-D-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-D-MASS        PIC ZZZZ,ZZ9.
              10 FILLER               PIC X(3)  VALUE SPACES.
              10 WS-RPT-A-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-A-MASS        PIC ZZZZ,ZZ9.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-N-VALUE       PIC -ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-N-MASS        PIC -ZZZZ,ZZ9.
           05 WS-TOTAL-LINE.
              10 FILLER               PIC X(14) VALUE 'TOTAL'.
              10 WS-RPT-T-D-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-T-D-MASS      PIC ZZZZ,ZZ9.
              10 FILLER               PIC X(3)  VALUE SPACES.
              10 WS-RPT-T-A-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-T-A-MASS      PIC ZZZZ,ZZ9.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-T-N-VALUE     PIC -ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-T-N-MASS      PIC -ZZZZ,ZZ9.
           05 WS-EXCEPTION-HDR        PIC X(132) VALUE
                 'EXCEPTIONS BLOQUANTES (A CORRIGER AVANT DEPOT)'.
           05 WS-EXCEPTION-LINE.
              10 FILLER               PIC X(3)  VALUE SPACES.
              10 WS-RPT-EX-WHAT       PIC X(10).
              10 WS-RPT-EX-KEY        PIC X(7).
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-EX-TEXT       PIC X(45).
              10 FILLER               PIC X(9)  VALUE ' LIGNES: '.
              10 WS-RPT-EX-LINES      PIC ZZ,ZZ9.
           05 WS-OVERFLOW-LINE        PIC X(132) VALUE
                 '*** TABLE SATUREE : DECLARATION INCOMPLETE ***'.
           05 WS-RESULT-LINE.
              10 FILLER               PIC X(12) VALUE
                 'RESULTAT : '.
              10 WS-RPT-RESULT        PIC X(80).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(18) VALUE
                 'LIGNES LUES    : '.
              10 WS-RPT-READ          PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(15) VALUE
                 ' - DECLAREES: '.
              10 WS-RPT-DECLARED      PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(15) VALUE
                 ' - NATIONAL : '.
              10 WS-RPT-DOMESTIC      PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(15) VALUE
                 ' - HORS UE  : '.
              10 WS-RPT-EXPORT        PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(15) VALUE
                 ' - BLOQUEES : '.
              10 WS-RPT-BLOCKED       PIC Z,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-FROM-DATE                PIC X(10).
       01  H-NEXT-DATE                PIC X(10).
       01  H-O-NO                     PIC 9(7).
       01  H-C-NO                     PIC 9(4).
      * COLONNE SHIP_SITE SUR API9.ORDERS (SITE DE LIVRAISON FNSHPMST,
      * BLANC = ADRESSE DU CLIENT), EXTENSION DE SCHEMA
       01  H-O-SITE                   PIC XX.
      * COLONNE COUNTRY SUR API9.CUSTOMERS (PAYS DU CLIENT, CODE ISO,
      * TENU PAR CUSTMNT), EXTENSION DE SCHEMA
       01  H-C-COUNTRY                PIC XX.
       01  H-P-NO                     PIC XXX.
      * DATE DE LA COMMANDE : CHOISIT LA REVISION DE LA NOMENCLATURE
       01  H-LINE-DATE                PIC X(10).
      * COLONNE CN_CODE SUR API7.PRODUCTS : CODE DE LA NOMENCLATURE
      * COMBINEE (NC8) DU PRODUIT, A AJOUTER AU SCHEMA EXISTANT
       01  H-CN-CODE                  PIC X(8).
       01  H-QTY                      PIC S9(5)     USAGE COMP-3.
       01  H-VALUE                    PIC S9(9)V99  USAGE COMP-3.

      * LIGNES EXPEDIEES DU MOIS : COMMANDES EXPEDIEES OU FACTUREES,
      * LIGNES A QUANTITE POSITIVE
           EXEC SQL
               DECLARE SHIP-LINE-CURSOR CURSOR FOR
               SELECT O.O_NO, O.C_NO, COALESCE(O.SHIP_SITE,' '),
                      COALESCE(C.COUNTRY,' '), I.P_NO,
                      COALESCE(P.CN_CODE,' '), I.QUANTITY,
                      I.QUANTITY * I.PRICE, O.O_DATE
                 FROM API9.ORDERS O
                      INNER JOIN API9.ITEMS I
                        ON I.O_NO = O.O_NO
                      LEFT OUTER JOIN API9.CUSTOMERS C
                        ON C.C_NO = O.C_NO
                      LEFT OUTER JOIN API7.PRODUCTS P
                        ON P.P_NO = I.P_NO
                WHERE O.O_STATUS IN ('SHIPPED', 'INVOICED')
                  AND I.QUANTITY > 0
                  AND O.O_DATE >= :H-FROM-DATE
                  AND O.O_DATE <  :H-NEXT-DATE
                ORDER BY O.O_NO, I.P_NO
           END-EXEC.

      * RETOURS DU MOIS : LIGNES A QUANTITE NEGATIVE DATEES PAR
      * RET_DATE (MEME CRITERE QUE LE CURSEUR DES RETOURS DE GLJRNL)
           EXEC SQL
               DECLARE RET-LINE-CURSOR CURSOR FOR
               SELECT O.O_NO, O.C_NO, COALESCE(O.SHIP_SITE,' '),
                      COALESCE(C.COUNTRY,' '), I.P_NO,
                      COALESCE(P.CN_CODE,' '), 0 - I.QUANTITY,
                      0 - I.QUANTITY * I.PRICE, O.O_DATE
                 FROM API9.ORDERS O
                      INNER JOIN API9.ITEMS I
                        ON I.O_NO = O.O_NO
                      LEFT OUTER JOIN API9.CUSTOMERS C
                        ON C.C_NO = O.C_NO
                      LEFT OUTER JOIN API7.PRODUCTS P
                        ON P.P_NO = I.P_NO
                WHERE I.QUANTITY < 0
                  AND I.RET_DATE >= :H-FROM-DATE
                  AND I.RET_DATE <  :H-NEXT-DATE
                ORDER BY O.O_NO, I.P_NO
           END-EXEC.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-BOM-TABLE
           PERFORM PROCESS-SHIPMENTS
           PERFORM PROCESS-RETURNS
           PERFORM WRITE-REPORT
           PERFORM WRITE-DECLARATION
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME INTRADCL'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-PERIOD(1:4) NOT NUMERIC
              OR WS-PERIOD(5:1) NOT = '-'
              OR WS-PERIOD(6:2) NOT NUMERIC
              OR WS-PERIOD(6:2) < '01' OR WS-PERIOD(6:2) > '12'
              DISPLAY 'CARTE SYSIN PERIOD=AAAA-MM OBLIGATOIRE, '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           STRING WS-PERIOD '-01' DELIMITED BY SIZE INTO H-FROM-DATE
           END-STRING
           MOVE WS-PERIOD(1:4) TO WS-NEXT-YEAR
           MOVE WS-PERIOD(6:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
              MOVE 1 TO WS-NEXT-MONTH
              ADD 1 TO WS-NEXT-YEAR
           ELSE
              ADD 1 TO WS-NEXT-MONTH
           END-IF
           MOVE SPACES TO H-NEXT-DATE
           STRING WS-NEXT-YEAR '-' WS-NEXT-MONTH '-01'
              DELIMITED BY SIZE INTO H-NEXT-DATE
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-PERIOD       TO WS-RPT-PERIOD
           MOVE WS-HOME-COUNTRY TO WS-RPT-HOME
           WRITE REPORT-RECORD FROM WS-PARAM-LINE

      * SANS MAITRE DES SITES, LE PAYS EST CELUI DU CLIENT
           OPEN INPUT SHIP-FILE
           IF WS-SHIP-OK
              MOVE 'Y' TO WS-SHIP-AVAIL-SW
           ELSE
              DISPLAY 'MAITRE DES SITES FNSHPMST INDISPONIBLE ('
                      WS-FS-SHIP '), PAYS DU CLIENT SEUL'
           END-IF
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN PERIOD= ET HOME=                     *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END
                       IF SYSIN-RECORD(1:7) = 'PERIOD='
                          MOVE SYSIN-RECORD(8:7) TO WS-PERIOD
                       END-IF
                       IF SYSIN-RECORD(1:5) = 'HOME='
                          AND SYSIN-RECORD(6:2) NOT = SPACES
                          MOVE SYSIN-RECORD(6:2) TO WS-HOME-COUNTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DE LA NOMENCLATURE EN TABLE, POIDS DE CHAQUE PIECE *
      * RESOLU UNE FOIS PAR LECTURE PARTS03 (PIECE ABSENTE = POIDS 0) *
      *****************************************************************
       LOAD-BOM-TABLE.
           OPEN INPUT PARTS-FILE
           IF NOT WS-PARTS-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PARTS03: '
                      WS-FS-PARTS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT BOM-FILE
           IF NOT WS-BOM-OK
              DISPLAY 'PAS DE NOMENCLATURE FNBOMX (' WS-FS-BOM
                      '), AUCUN POIDS DISPONIBLE'
              CLOSE PARTS-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOM-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-FS-BOM
                 NOT AT END PERFORM LOAD-ONE-BOM-ROW
              END-READ
           END-PERFORM
           CLOSE BOM-FILE
           CLOSE PARTS-FILE
           DISPLAY 'LIGNES DE NOMENCLATURE CHARGEES: ' WS-BOM-COUNT
           .

       LOAD-ONE-BOM-ROW.
           IF WS-BOM-COUNT >= WS-BOM-MAX
              DISPLAY 'TABLE NOMENCLATURE PLEINE, LIGNE IGNOREE: '
                      BX-PROD-NO '/' BX-PART-NO
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOM-COUNT
           MOVE BX-PROD-NO TO WS-BM-PROD(WS-BOM-COUNT)
           MOVE BX-PART-NO TO WS-BM-PART(WS-BOM-COUNT)
           MOVE BX-QTY-PER TO WS-BM-QTY-PER(WS-BOM-COUNT)
           IF BX-EFF-FROM = SPACES
              MOVE '0001-01-01' TO WS-BM-EFF-FROM(WS-BOM-COUNT)
           ELSE
              MOVE BX-EFF-FROM TO WS-BM-EFF-FROM(WS-BOM-COUNT)
           END-IF
           IF BX-EFF-TO = SPACES
              MOVE '9999-12-31' TO WS-BM-EFF-TO(WS-BOM-COUNT)
           ELSE
              MOVE BX-EFF-TO TO WS-BM-EFF-TO(WS-BOM-COUNT)
           END-IF
           MOVE BX-PART-NO TO PT-PART-NO
           READ PARTS-FILE
           IF WS-PARTS-OK
              MOVE PT-WEIGHT TO WS-BM-WEIGHT(WS-BOM-COUNT)
           ELSE
              MOVE ZERO TO WS-BM-WEIGHT(WS-BOM-COUNT)
              DISPLAY 'PIECE ' BX-PART-NO ' ABSENTE DE PARTS03, '
                      'POIDS COMPTE A ZERO'
              MOVE '00' TO WS-FS-PARTS
           END-IF
           .

      *****************************************************************
      * EXPEDITIONS DU MOIS (FLUX D)                                  *
      *****************************************************************
       PROCESS-SHIPMENTS.
           MOVE 'D' TO WS-FLOW
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN SHIP-LINE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN SHIP-LINE-CURSOR, SQLCODE: '
                      SQLCODE
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SQL-EOF
              EXEC SQL
                  FETCH SHIP-LINE-CURSOR
                   INTO :H-O-NO, :H-C-NO, :H-O-SITE, :H-C-COUNTRY,
                        :H-P-NO, :H-CN-CODE, :H-QTY, :H-VALUE,
                        :H-LINE-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM PROCESS-ONE-LINE
                 WHEN 100
                    MOVE 'Y' TO WS-SQL-EOF-SW
                 WHEN OTHER
                    DISPLAY 'ERREUR FETCH SHIP-LINE-CURSOR, SQLCODE: '
                            SQLCODE
                    MOVE 'Y' TO WS-OVERFLOW-SW
                    MOVE 'Y' TO WS-SQL-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE SHIP-LINE-CURSOR END-EXEC
           .

      *****************************************************************
      * RETOURS DU MOIS (FLUX A, NATURE 2) : QUANTITE ET VALEUR       *
      * RENDUES POSITIVES PAR LE CURSEUR                              *
      *****************************************************************
       PROCESS-RETURNS.
           MOVE 'A' TO WS-FLOW
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN RET-LINE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN RET-LINE-CURSOR, SQLCODE: '
                      SQLCODE
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SQL-EOF
              EXEC SQL
                  FETCH RET-LINE-CURSOR
                   INTO :H-O-NO, :H-C-NO, :H-O-SITE, :H-C-COUNTRY,
                        :H-P-NO, :H-CN-CODE, :H-QTY, :H-VALUE,
                        :H-LINE-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM PROCESS-ONE-LINE
                 WHEN 100
                    MOVE 'Y' TO WS-SQL-EOF-SW
                 WHEN OTHER
                    DISPLAY 'ERREUR FETCH RET-LINE-CURSOR, SQLCODE: '
                            SQLCODE
                    MOVE 'Y' TO WS-OVERFLOW-SW
                    MOVE 'Y' TO WS-SQL-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE RET-LINE-CURSOR END-EXEC
           .

      *****************************************************************
      * UNE LIGNE EXPEDIEE OU RETOURNEE : PAYS PARTENAIRE, FILTRE     *
      * NATIONAL / HORS UNION, CODE NC8 ET MASSE NETTE, PUIS CUMUL    *
      * DANS LA TABLE PAYS x NC8                                      *
      *****************************************************************
       PROCESS-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           PERFORM RESOLVE-COUNTRY
           IF WS-COUNTRY = SPACES
              MOVE 'P' TO WS-EX-NEW-TYPE
              MOVE H-O-NO TO WS-EX-NEW-KEY
              PERFORM RECORD-EXCEPTION
              ADD 1 TO WS-LINES-BLOCKED
              EXIT PARAGRAPH
           END-IF
           IF WS-COUNTRY = WS-HOME-COUNTRY
              ADD 1 TO WS-LINES-DOMESTIC
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-EU-MEMBER
              ADD 1 TO WS-LINES-EXPORT
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-LINE-BLOCKED-SW
           IF H-CN-CODE = SPACES
              MOVE 'C' TO WS-EX-NEW-TYPE
              MOVE H-P-NO TO WS-EX-NEW-KEY
              PERFORM RECORD-EXCEPTION
              MOVE 'Y' TO WS-LINE-BLOCKED-SW
           END-IF
           PERFORM WEIGH-PRODUCT
           IF WS-PROD-UNIT-WEIGHT = ZERO
              MOVE 'W' TO WS-EX-NEW-TYPE
              MOVE H-P-NO TO WS-EX-NEW-KEY
              PERFORM RECORD-EXCEPTION
              MOVE 'Y' TO WS-LINE-BLOCKED-SW
           END-IF
           IF WS-LINE-BLOCKED
              ADD 1 TO WS-LINES-BLOCKED
              EXIT PARAGRAPH
           END-IF

           MOVE H-QTY TO WS-LINE-QTY
           COMPUTE WS-LINE-MASS = WS-LINE-QTY * WS-PROD-UNIT-WEIGHT
           MOVE H-VALUE TO WS-LINE-VALUE
           MOVE WS-COUNTRY TO WS-DC-NEW-COUNTRY
           MOVE H-CN-CODE  TO WS-DC-NEW-CN-CODE
           PERFORM FIND-DECLARATION-ENTRY
           IF WS-DC-FOUND = 0
              ADD 1 TO WS-LINES-BLOCKED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-DECLARED
           IF WS-FLOW-DISPATCH
              ADD WS-LINE-VALUE TO WS-DC-D-VALUE(WS-DC-FOUND)
              ADD WS-LINE-MASS  TO WS-DC-D-MASS(WS-DC-FOUND)
              ADD WS-LINE-QTY   TO WS-DC-D-UNITS(WS-DC-FOUND)
           ELSE
              ADD WS-LINE-VALUE TO WS-DC-A-VALUE(WS-DC-FOUND)
              ADD WS-LINE-MASS  TO WS-DC-A-MASS(WS-DC-FOUND)
              ADD WS-LINE-QTY   TO WS-DC-A-UNITS(WS-DC-FOUND)
           END-IF
           .

      *****************************************************************
      * PAYS PARTENAIRE : PAYS DU SITE DE LIVRAISON DE LA COMMANDE    *
      * S'IL EN PORTE UN, SINON PAYS DU CLIENT                        *
      *****************************************************************
       RESOLVE-COUNTRY.
           MOVE H-C-COUNTRY TO WS-COUNTRY
           IF H-O-SITE = SPACES OR NOT WS-SHIP-AVAILABLE
              EXIT PARAGRAPH
           END-IF
           MOVE H-C-NO   TO SH-CUST-NO
           MOVE H-O-SITE TO SH-SITE
           READ SHIP-FILE
           IF WS-SHIP-OK
              IF SH-COUNTRY NOT = SPACES
                 MOVE SH-COUNTRY TO WS-COUNTRY
              END-IF
           ELSE
              MOVE '00' TO WS-FS-SHIP
           END-IF
           .

      *****************************************************************
      * POIDS UNITAIRE DU PRODUIT = SOMME (QTE PAR UNITE * POIDS      *
      * PIECE) SUR SA NOMENCLATURE EN VIGUEUR A LA DATE DE LA         *
      * COMMANDE ; ZERO = POIDS INCONNU                               *
      *****************************************************************
       WEIGH-PRODUCT.
           MOVE ZERO TO WS-PROD-UNIT-WEIGHT
           PERFORM VARYING BM-IX FROM 1 BY 1
                   UNTIL BM-IX > WS-BOM-COUNT
              IF WS-BM-PROD(BM-IX) = H-P-NO
                 AND WS-BM-EFF-FROM(BM-IX) <= H-LINE-DATE
                 AND WS-BM-EFF-TO(BM-IX) > H-LINE-DATE
                 COMPUTE WS-PROD-UNIT-WEIGHT = WS-PROD-UNIT-WEIGHT
                       + WS-BM-QTY-PER(BM-IX) * WS-BM-WEIGHT(BM-IX)
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * RANG DE LA CLE PAYS x NC8 DANS LA TABLE, CREEE A SA PLACE     *
      * DANS L'ORDRE DE LA CLE SI ELLE EST ABSENTE (WS-DC-FOUND = 0   *
      * SI LA TABLE EST SATUREE)                                      *
      *****************************************************************
       FIND-DECLARATION-ENTRY.
           MOVE 0 TO WS-DC-FOUND
           MOVE 0 TO WS-DC-POS
           PERFORM VARYING DC-IX FROM 1 BY 1
                   UNTIL DC-IX > WS-DC-COUNT OR WS-DC-POS > 0
              IF WS-DC-KEY(DC-IX) NOT < WS-DC-NEW-KEY
                 SET WS-DC-POS TO DC-IX
              END-IF
           END-PERFORM
           IF WS-DC-POS > 0
              IF WS-DC-KEY(WS-DC-POS) = WS-DC-NEW-KEY
                 MOVE WS-DC-POS TO WS-DC-FOUND
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-DC-COUNT >= WS-DC-MAX
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-DC-POS = 0
              COMPUTE WS-DC-POS = WS-DC-COUNT + 1
           ELSE
              PERFORM VARYING WS-DC-SHIFT FROM WS-DC-COUNT BY -1
                      UNTIL WS-DC-SHIFT < WS-DC-POS
                 MOVE WS-DC-ENTRY(WS-DC-SHIFT)
                    TO WS-DC-ENTRY(WS-DC-SHIFT + 1)
              END-PERFORM
           END-IF
           ADD 1 TO WS-DC-COUNT
           MOVE WS-DC-NEW-KEY TO WS-DC-KEY(WS-DC-POS)
           MOVE +0 TO WS-DC-D-VALUE(WS-DC-POS)
           MOVE 0  TO WS-DC-D-MASS(WS-DC-POS)
           MOVE 0  TO WS-DC-D-UNITS(WS-DC-POS)
           MOVE +0 TO WS-DC-A-VALUE(WS-DC-POS)
           MOVE 0  TO WS-DC-A-MASS(WS-DC-POS)
           MOVE 0  TO WS-DC-A-UNITS(WS-DC-POS)
           MOVE WS-DC-POS TO WS-DC-FOUND
           .

      *****************************************************************
      * EXCEPTION BLOQUANTE : UNE ENTREE PAR TYPE ET PRODUIT (OU      *
      * COMMANDE), AVEC LE NOMBRE DE LIGNES CONCERNEES                *
      *****************************************************************
       RECORD-EXCEPTION.
           MOVE 0 TO WS-EX-FOUND
           PERFORM VARYING EX-IX FROM 1 BY 1
                   UNTIL EX-IX > WS-EX-COUNT OR WS-EX-FOUND > 0
              IF WS-EX-TYPE(EX-IX) = WS-EX-NEW-TYPE
                 AND WS-EX-KEY(EX-IX) = WS-EX-NEW-KEY
                 SET WS-EX-FOUND TO EX-IX
              END-IF
           END-PERFORM
           IF WS-EX-FOUND = 0
              IF WS-EX-COUNT >= WS-EX-MAX
                 MOVE 'Y' TO WS-OVERFLOW-SW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-EX-COUNT
              MOVE WS-EX-COUNT    TO WS-EX-FOUND
              MOVE WS-EX-NEW-TYPE TO WS-EX-TYPE(WS-EX-FOUND)
              MOVE WS-EX-NEW-KEY  TO WS-EX-KEY(WS-EX-FOUND)
              MOVE 0              TO WS-EX-LINES(WS-EX-FOUND)
           END-IF
           ADD 1 TO WS-EX-LINES(WS-EX-FOUND)
           .

      *****************************************************************
      * RAPPORT : PAYS x NC8 AVEC EXPEDIE, RETOURNE ET NET, PUIS LES  *
      * EXCEPTIONS BLOQUANTES                                         *
      *****************************************************************
       WRITE-REPORT.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM VARYING DC-IX FROM 1 BY 1
                   UNTIL DC-IX > WS-DC-COUNT
              MOVE WS-DC-COUNTRY(DC-IX) TO WS-RPT-COUNTRY
              MOVE WS-DC-CN-CODE(DC-IX) TO WS-RPT-CN-CODE
              MOVE WS-DC-D-VALUE(DC-IX) TO WS-RPT-D-VALUE
              MOVE WS-DC-D-MASS(DC-IX)  TO WS-RPT-D-MASS
              MOVE WS-DC-A-VALUE(DC-IX) TO WS-RPT-A-VALUE
              MOVE WS-DC-A-MASS(DC-IX)  TO WS-RPT-A-MASS
              COMPUTE WS-NET-VALUE =
                      WS-DC-D-VALUE(DC-IX) - WS-DC-A-VALUE(DC-IX)
              COMPUTE WS-NET-MASS =
                      WS-DC-D-MASS(DC-IX) - WS-DC-A-MASS(DC-IX)
              MOVE WS-NET-VALUE TO WS-RPT-N-VALUE
              MOVE WS-NET-MASS  TO WS-RPT-N-MASS
              WRITE REPORT-RECORD FROM WS-DETAIL-LINE
              ADD WS-DC-D-VALUE(DC-IX) TO WS-TOT-D-VALUE
              ADD WS-DC-D-MASS(DC-IX)  TO WS-TOT-D-MASS
              ADD WS-DC-A-VALUE(DC-IX) TO WS-TOT-A-VALUE
              ADD WS-DC-A-MASS(DC-IX)  TO WS-TOT-A-MASS
           END-PERFORM
           MOVE WS-TOT-D-VALUE TO WS-RPT-T-D-VALUE
           MOVE WS-TOT-D-MASS  TO WS-RPT-T-D-MASS
           MOVE WS-TOT-A-VALUE TO WS-RPT-T-A-VALUE
           MOVE WS-TOT-A-MASS  TO WS-RPT-T-A-MASS
           COMPUTE WS-NET-VALUE = WS-TOT-D-VALUE - WS-TOT-A-VALUE
           COMPUTE WS-NET-MASS  = WS-TOT-D-MASS - WS-TOT-A-MASS
           MOVE WS-NET-VALUE TO WS-RPT-T-N-VALUE
           MOVE WS-NET-MASS  TO WS-RPT-T-N-MASS
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           IF WS-EX-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-EXCEPTION-HDR
           PERFORM VARYING EX-IX FROM 1 BY 1
                   UNTIL EX-IX > WS-EX-COUNT
              MOVE WS-EX-KEY(EX-IX)   TO WS-RPT-EX-KEY
              MOVE WS-EX-LINES(EX-IX) TO WS-RPT-EX-LINES
              EVALUATE WS-EX-TYPE(EX-IX)
                 WHEN 'C'
                    MOVE 'PRODUIT  :' TO WS-RPT-EX-WHAT
                    MOVE 'SANS CODE NC8 (API7.PRODUCTS.CN_CODE)'
                       TO WS-RPT-EX-TEXT
                 WHEN 'W'
                    MOVE 'PRODUIT  :' TO WS-RPT-EX-WHAT
                    MOVE 'SANS POIDS (NOMENCLATURE FNBOMX / PARTS03)'
                       TO WS-RPT-EX-TEXT
                 WHEN OTHER
                    MOVE 'COMMANDE :' TO WS-RPT-EX-WHAT
                    MOVE 'SANS PAYS (SITE FNSHPMST NI CLIENT)'
                       TO WS-RPT-EX-TEXT
              END-EVALUATE
              WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-PERFORM
           .

      *****************************************************************
      * FICHIER DE DECLARATION : PRODUIT SEULEMENT SANS EXCEPTION NI  *
      * TABLE SATUREE ; UNE LIGNE D PAR PAYS x NC8 EXPEDIE, UNE LIGNE *
      * A PAR PAYS x NC8 RETOURNE                                     *
      *****************************************************************
       WRITE-DECLARATION.
           IF WS-EX-COUNT > 0 OR WS-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DECL-FILE
           IF NOT WS-DECL-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DECLARATION: '
                      WS-FS-DECL
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DC-IX FROM 1 BY 1
                   UNTIL DC-IX > WS-DC-COUNT
              IF WS-DC-D-UNITS(DC-IX) > 0
                 MOVE SPACES               TO DECL-RECORD
                 MOVE 'D'                  TO IS-FLOW
                 MOVE '1'                  TO IS-NATURE
                 MOVE WS-DC-D-MASS(DC-IX)  TO IS-NET-MASS
                 MOVE WS-DC-D-UNITS(DC-IX) TO IS-SUPP-UNITS
                 MOVE WS-DC-D-VALUE(DC-IX) TO IS-VALUE
                 PERFORM WRITE-DECLARATION-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING DC-IX FROM 1 BY 1
                   UNTIL DC-IX > WS-DC-COUNT
              IF WS-DC-A-UNITS(DC-IX) > 0
                 MOVE SPACES               TO DECL-RECORD
                 MOVE 'A'                  TO IS-FLOW
                 MOVE '2'                  TO IS-NATURE
                 MOVE WS-DC-A-MASS(DC-IX)  TO IS-NET-MASS
                 MOVE WS-DC-A-UNITS(DC-IX) TO IS-SUPP-UNITS
                 MOVE WS-DC-A-VALUE(DC-IX) TO IS-VALUE
                 PERFORM WRITE-DECLARATION-LINE
              END-IF
           END-PERFORM
           CLOSE DECL-FILE
           .

       WRITE-DECLARATION-LINE.
           MOVE WS-PERIOD            TO IS-PERIOD
           MOVE WS-DC-COUNTRY(DC-IX) TO IS-COUNTRY
           MOVE WS-DC-CN-CODE(DC-IX) TO IS-CN-CODE
           WRITE DECL-RECORD
           ADD 1 TO WS-DECL-WRITTEN
           .

      *****************************************************************
      * VERDICT : EXCEPTION OU TABLE SATUREE = DECLARATION NON        *
      * PRODUITE, RETURN-CODE 8                                       *
      *****************************************************************
       FINALIZATION.
           IF WS-SHIP-AVAILABLE
              CLOSE SHIP-FILE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           EVALUATE TRUE
              WHEN WS-OVERFLOW
                 WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
                 MOVE 'DECLARATION NON PRODUITE (ERREUR DE TRAITEMENT)'
                    TO WS-RPT-RESULT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-EX-COUNT > 0
                 MOVE 'DECLARATION NON PRODUITE, EXCEPTIONS A CORRIGER'
                    TO WS-RPT-RESULT
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'DECLARATION PRODUITE DANS FVINTRA'
                    TO WS-RPT-RESULT
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-RESULT-LINE
           MOVE WS-LINES-READ     TO WS-RPT-READ
           MOVE WS-LINES-DECLARED TO WS-RPT-DECLARED
           MOVE WS-LINES-DOMESTIC TO WS-RPT-DOMESTIC
           MOVE WS-LINES-EXPORT   TO WS-RPT-EXPORT
           MOVE WS-LINES-BLOCKED  TO WS-RPT-BLOCKED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           PERFORM WRITE-RUN-HISTORY
           DISPLAY 'FIN DU PROGRAMME INTRADCL'
           DISPLAY 'LIGNES LUES        : ' WS-LINES-READ
           DISPLAY 'LIGNES DECLAREES   : ' WS-LINES-DECLARED
           DISPLAY 'LIGNES BLOQUEES    : ' WS-LINES-BLOCKED
           DISPLAY 'LIGNES DECLARATION : ' WS-DECL-WRITTEN
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
           MOVE 'INTRADCL' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-LINES-READ     TO RH-RECORDS-READ
           MOVE WS-LINES-DECLARED TO RH-RECORDS-OK
           MOVE WS-LINES-BLOCKED  TO RH-RECORDS-ERROR
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
