      *             VIVAIENT DANS DEUX SILOS SANS LIEN : QUAND        *
      *             DISCPRODS RETIRE UN PRODUIT, PERSONNE NE SAIT     *
      *             QUELLES PIECES DEVIENNENT DU STOCK MORT. CE       *
      *             PROGRAMME TIENT LE FICHIER CROISE PRODUIT /       *
      *             PIECE / QUANTITE PAR UNITE (FNBOMX), LE PRODUIT   *
      *             ETANT VALIDE DANS API7.PRODUCTS ET LA PIECE DANS  *
      *             PARTS03 ; LES LIGNES INVALIDES PARTENT EN REJET.  *
      *             FNBOMX N'EST PLUS REECRIT EN ENTIER : CHAQUE      *
      *             LIGNE PORTE UNE REVISION ET DES DATES D'EFFET     *
      *             (DU ... INCLUS AU ... EXCLU, 9999-12-31 = EN      *
      *             VIGUEUR), ET LES CHANGEMENTS ARRIVENT EN AVIS DE  *
      *             MODIFICATION TECHNIQUE (FNECN) : AJOUT (A),       *
      *             REMPLACEMENT (R, PIECE ET/OU QUANTITE) OU         *
      *             SUPPRESSION (S) D'UNE PIECE A UNE DATE D'EFFET,   *
      *             AVEC MOTIF ET APPROBATEUR OBLIGATOIRES. LA LIGNE  *
      *             REMPLACEE OU SUPPRIMEE EST FERMEE A LA DATE       *
      *             D'EFFET ET RESTE DANS FNBOMX : LES ORDRES DEJA    *
      *             LANCES ET LES EXPEDITIONS DEJA PESEES GARDENT     *
      *             LEUR REVISION. CHAQUE AVIS APPLIQUE EST AJOUTE A  *
      *             L'HISTORIQUE FNECNHST. LES ETATS CAS D'EMPLOI /   *
      *             NOMENCLATURE ECLATEE / HISTORIQUE SONT EDITES     *
      *             PAR BOMRPT.                                       *
      * ENTREE    : FNECN (CSV AVIS;ACTION;PRODUIT;PIECE;QUANTITE;    *
      *             DATE D'EFFET;NOUVELLE PIECE;MOTIF;APPROBATEUR),   *
      *             FNBOMX (NOMENCLATURE EN COURS, ABSENTE AU PREMIER *
      *             CHARGEMENT), PARTS03, API7.PRODUCTS EN BASE DB2   *
      * SORTIE    : FNBOMX (NOMENCLATURE REVISEE), FNECNHST           *
      *             (HISTORIQUE DES AVIS, AJOUT), FNBMREJ (REJETS),   *
      *             RAPPORT                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AVIS DE MODIFICATION TECHNIQUE (UNE LIGNE PAR PIECE TOUCHEE)
           SELECT ECNCSV-FILE
               ASSIGN TO FNECN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
               RECORD KEY IS PT-PART-NO
               FILE STATUS IS WS-PT-STATUS.

      * NOMENCLATURE : LUE EN ENTIER EN TABLE, PUIS REECRITE AVEC LES
      * AVIS APPLIQUES
           SELECT BOM-FILE
               ASSIGN TO FNBOMX
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BX-STATUS.

      * HISTORIQUE DES AVIS APPLIQUES (EN AJOUT, CREE AU PREMIER
      * PASSAGE) : LU PAR BOMRPT
           SELECT ECNHST-FILE
               ASSIGN TO FNECNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EH-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO FNBMREJ
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ECNCSV-FILE.
       01 ECNCSV-RECORD           PIC X(100).

      * MEME DISPOSITION QUE PARTSX-REC DANS ADDP03 (51 OCTETS)
       FD  PARTS-FILE.
          05 PT-WEIGHT            PIC 9(3).
          05 PT-CITY              PIC X(15).

      * NOMENCLATURE : UNE LIGNE PAR COUPLE PRODUIT/PIECE ET PAR
      * REVISION. LONGUEUR VARIABLE 13 A 48 : LES LIGNES ANTERIEURES
      * AUX REVISIONS (13 OCTETS, DATES A BLANC) SONT EN VIGUEUR DE
      * TOUT TEMPS ET REPRISES EN REVISION 000 A LA REECRITURE
       FD  BOM-FILE
           RECORD CONTAINS 13 TO 48 CHARACTERS.
       01 BOM-RECORD.
          05 BX-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BX-PART-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BX-QTY-PER           PIC 9(5).
      * REVISION DU PRODUIT QUI A INTRODUIT LA LIGNE, DATES D'EFFET
      * (DU ... INCLUS AU ... EXCLU) ET AVIS D'ORIGINE
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BX-REVISION          PIC 9(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BX-EFF-FROM          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BX-EFF-TO            PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BX-ECN-NO            PIC X(8).

      * HISTORIQUE D'UN AVIS APPLIQUE (MEME DISPOSITION DANS BOMRPT)
       FD  ECNHST-FILE.
       01 ECNHST-RECORD.
          05 EH-ECN-NO            PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-ACTION            PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-PART-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-NEW-PART-NO       PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-OLD-QTY           PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-NEW-QTY           PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-EFF-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-REVISION          PIC 9(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-REASON            PIC X(30).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-APPROVER          PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 EH-LOAD-TS           PIC X(20).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-INPUT-LINE        PIC X(100).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REASON-CODE       PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REASON-TEXT       PIC X(40).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       01 WS-BX-STATUS            PIC XX         VALUE SPACES.
          88 WS-BX-OK                            VALUE '00'.
          88 WS-BX-EOF                           VALUE '10'.
          88 WS-BX-NOFILE                        VALUE '35'.

       01 WS-EH-STATUS            PIC XX         VALUE SPACES.
          88 WS-EH-OK                            VALUE '00'.

       01 WS-RJ-STATUS            PIC XX         VALUE SPACES.
          88 WS-RJ-OK                            VALUE '00'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * STRUCTURE DES DONNEES DE L'AVIS EN COURS
       01 WS-ECN-DATA.
          05 WS-ECN-NO            PIC X(8).
          05 WS-ACTION            PIC X(1).
             88 WS-ACTION-ADD                    VALUE 'A'.
             88 WS-ACTION-REPLACE                VALUE 'R'.
             88 WS-ACTION-REMOVE                 VALUE 'S'.
          05 WS-PROD-NO           PIC X(3).
          05 WS-PART-NO           PIC X(3).
          05 WS-QTY-TXT           PIC X(5).
          05 WS-EFF-DATE          PIC X(10).
          05 WS-NEW-PART-NO       PIC X(3).
          05 WS-REASON            PIC X(30).
          05 WS-APPROVER          PIC X(8).
       01 WS-QTY-PER              PIC 9(5)       VALUE ZERO.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
      * PIECE ET QUANTITE DE LA LIGNE QUI ENTRE EN VIGUEUR
       01 WS-IN-PART-NO           PIC X(3)       VALUE SPACES.
       01 WS-IN-QTY               PIC 9(5)       VALUE ZERO.
       01 WS-OLD-QTY              PIC 9(5)       VALUE ZERO.

      * VARIABLES DE PARSING CSV (MEME MECANIQUE QU'IMPPARTS)
       01 WS-PARSING-FIELDS.
          05 WS-INPUT-LINE        PIC X(100)     VALUE SPACES.
          05 WS-FIELD-POINTER     PIC 9(3)       VALUE ZERO.
          05 WS-FIELD-LENGTH      PIC 9(3)       VALUE ZERO.
          05 WS-SEMICOLON-POS     PIC 9(3)       VALUE ZERO.
          05 WS-EXTRACTED-FIELD   PIC X(30)      VALUE SPACES.

      * NOMENCLATURE EN COURS, CHARGEE EN TABLE PUIS REECRITE ; UNE
      * TABLE SATUREE AU CHARGEMENT ARRETE LE RUN SANS REECRITURE
      * (FNBOMX NE DOIT JAMAIS PERDRE DE LIGNE)
       01 WS-BOM-TABLE.
          05 WS-BT-ENTRY OCCURS 5000 TIMES INDEXED BY BT-IX.
             10 WS-BT-PROD        PIC X(3).
             10 WS-BT-PART        PIC X(3).
             10 WS-BT-QTY-PER     PIC 9(5).
             10 WS-BT-REVISION    PIC 9(3).
             10 WS-BT-EFF-FROM    PIC X(10).
             10 WS-BT-EFF-TO      PIC X(10).
             10 WS-BT-ECN-NO      PIC X(8).
       01 WS-BOM-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-BOM-MAX              PIC 9(5)       VALUE 5000.
       01 WS-BOM-FULL-SW          PIC X          VALUE 'N'.
          88 WS-BOM-FULL                         VALUE 'Y'.

      * LIGNE EN VIGUEUR (EFFET AU 9999-12-31) DU COUPLE CHERCHE
       01 WS-OPEN-LINE            PIC 9(5)       VALUE ZERO.
       01 WS-SAVE-LINE            PIC 9(5)       VALUE ZERO.
       01 WS-SEEK-PART            PIC X(3)       VALUE SPACES.
       01 WS-END-OF-TIME          PIC X(10)      VALUE '9999-12-31'.
       01 WS-START-OF-TIME        PIC X(10)      VALUE '0001-01-01'.

      * REVISION ATTRIBUEE : TOUTES LES LIGNES D'UN MEME AVIS POUR UN
      * MEME PRODUIT (CONSECUTIVES DANS FNECN) PARTAGENT LA REVISION
      * SUIVANT LA PLUS HAUTE REVISION CONNUE DU PRODUIT
       01 WS-LAST-ECN-NO          PIC X(8)       VALUE SPACES.
       01 WS-LAST-ECN-PROD        PIC X(3)       VALUE SPACES.
       01 WS-LAST-ECN-REV         PIC 9(3)       VALUE ZERO.
       01 WS-NEW-REVISION         PIC 9(3)       VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-LOADED    PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REJECTED  PIC 9(5)       VALUE ZERO.
          05 WS-BOM-LINES-IN      PIC 9(5)       VALUE ZERO.
          05 WS-BOM-LINES-OUT     PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'APPLICATION DES AVIS DE MODIFICATION A LA NOMENCLATURE
      -         ' (FNECN -> FNBOMX)'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(6)       VALUE 'AVIS: '.
             10 WS-RPT-ECN        PIC X(8).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-ACTION     PIC X(12).
             10 FILLER            PIC X(10)      VALUE 'PRODUIT: '.
             10 WS-RPT-PROD       PIC X(3).
             10 FILLER            PIC X(10)      VALUE '  PIECE: '.
             10 WS-RPT-PART       PIC X(3).
             10 FILLER            PIC X(4)       VALUE ' -> '.
             10 WS-RPT-NEW-PART   PIC X(3).
             10 FILLER            PIC X(17)      VALUE
                '  QTE PAR UNITE: '.
             10 WS-RPT-QTY        PIC ZZ,ZZ9.
             10 FILLER            PIC X(9)       VALUE '  EFFET: '.
             10 WS-RPT-DATE       PIC X(10).
             10 FILLER            PIC X(7)       VALUE '  REV: '.
             10 WS-RPT-REV        PIC ZZ9.
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(13)      VALUE 'TOTAL LUS: '.
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 FILLER            PIC X(15)      VALUE ' - APPLIQUES: '.
             10 WS-RPT-LOADED     PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - REJETES: '.
             10 WS-RPT-REJECTED   PIC ZZ,ZZ9.
          05 WS-BOM-COUNT-LINE.
             10 FILLER            PIC X(30)      VALUE
                'LIGNES DE NOMENCLATURE LUES : '.
             10 WS-RPT-BOM-IN     PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ECRITES : '.
             10 WS-RPT-BOM-OUT    PIC ZZ,ZZ9.
          05 WS-NOWRITE-LINE      PIC X(132)     VALUE
                '*** TABLE DE NOMENCLATURE SATUREE : FNBOMX NON REECRIT
      -         ', AUCUN AVIS APPLIQUE ***'.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-CURRENT-BOM
           PERFORM PROCESS-FILE
           PERFORM REWRITE-BOM-FILE
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME BOMLOAD'

           OPEN INPUT ECNCSV-FILE
           IF NOT WS-BC-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DES AVIS FNECN: '
                      WS-BC-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF NOT WS-RJ-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER REJETS: '
              GOBACK
           END-IF

      * HISTORIQUE DES AVIS EN AJOUT (CREE AU PREMIER PASSAGE)
           OPEN EXTEND ECNHST-FILE
           IF NOT WS-EH-OK
              OPEN OUTPUT ECNHST-FILE
           END-IF
           IF NOT WS-EH-OK
              DISPLAY 'ERREUR OUVERTURE HISTORIQUE DES AVIS: '
                      WS-EH-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * CHARGEMENT DE LA NOMENCLATURE EN COURS : FNBOMX ABSENT =      *
      * PREMIER CHARGEMENT (TABLE VIDE). LES LIGNES SANS DATES        *
      * (ANTERIEURES AUX REVISIONS) SONT EN VIGUEUR DE TOUT TEMPS, EN *
      * REVISION 000                                                  *
      *****************************************************************
       LOAD-CURRENT-BOM.
           OPEN INPUT BOM-FILE
           IF NOT WS-BX-OK
              IF WS-BX-NOFILE
                 DISPLAY 'PAS DE NOMENCLATURE FNBOMX, PREMIER '
                         'CHARGEMENT'
                 EXIT PARAGRAPH
              END-IF
              DISPLAY 'ERREUR OUVERTURE NOMENCLATURE FNBOMX: '
                      WS-BX-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END PERFORM LOAD-ONE-BOM-ROW
              END-READ
           END-PERFORM
           CLOSE BOM-FILE
           DISPLAY 'LIGNES DE NOMENCLATURE CHARGEES: ' WS-BOM-COUNT
           IF WS-BOM-FULL
              DISPLAY 'TABLE DE NOMENCLATURE SATUREE (' WS-BOM-MAX
                      ' LIGNES), FNBOMX NON REECRIT'
              WRITE REPORT-RECORD FROM WS-NOWRITE-LINE
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           .

       LOAD-ONE-BOM-ROW.
           ADD 1 TO WS-BOM-LINES-IN
           IF WS-BOM-COUNT >= WS-BOM-MAX
              MOVE 'Y' TO WS-BOM-FULL-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOM-COUNT
           MOVE BX-PROD-NO TO WS-BT-PROD(WS-BOM-COUNT)
           MOVE BX-PART-NO TO WS-BT-PART(WS-BOM-COUNT)
           MOVE BX-QTY-PER TO WS-BT-QTY-PER(WS-BOM-COUNT)
           IF BX-REVISION IS NUMERIC
              MOVE BX-REVISION TO WS-BT-REVISION(WS-BOM-COUNT)
           ELSE
              MOVE ZERO TO WS-BT-REVISION(WS-BOM-COUNT)
           END-IF
           IF BX-EFF-FROM = SPACES
              MOVE WS-START-OF-TIME TO WS-BT-EFF-FROM(WS-BOM-COUNT)
           ELSE
              MOVE BX-EFF-FROM TO WS-BT-EFF-FROM(WS-BOM-COUNT)
           END-IF
           IF BX-EFF-TO = SPACES
              MOVE WS-END-OF-TIME TO WS-BT-EFF-TO(WS-BOM-COUNT)
           ELSE
              MOVE BX-EFF-TO TO WS-BT-EFF-TO(WS-BOM-COUNT)
           END-IF
           MOVE BX-ECN-NO TO WS-BT-ECN-NO(WS-BOM-COUNT)
           .

      *****************************************************************
      * TRAITEMENT DU FICHIER DES AVIS                                *
      *****************************************************************
       PROCESS-FILE.
           PERFORM READ-NEXT-RECORD
           .

       READ-NEXT-RECORD.
           MOVE SPACES TO ECNCSV-RECORD
           READ ECNCSV-FILE
           IF WS-BC-OK
              MOVE ECNCSV-RECORD TO WS-INPUT-LINE
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF WS-BC-EOF
                 DISPLAY 'FIN DE FICHIER DES AVIS'
              ELSE
                 DISPLAY 'ERREUR LECTURE AVIS, STATUS: '
                         WS-BC-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
              END-IF
           .

      *****************************************************************
      * TRAITEMENT D'UNE LIGNE D'AVIS : CONTROLES PUIS APPLICATION A  *
      * LA TABLE (AJOUT, REMPLACEMENT OU SUPPRESSION A LA DATE        *
      * D'EFFET)                                                      *
      *****************************************************************
       PROCESS-RECORD.
           PERFORM PARSE-CSV-LINE

           IF WS-ECN-NO = SPACES OR WS-PROD-NO = SPACES
              OR WS-PART-NO = SPACES
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'R001' TO RJ-REASON-CODE
              MOVE 'AVIS, PRODUIT OU PIECE VIDE' TO RJ-REASON-TEXT
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF

           IF NOT WS-ACTION-ADD AND NOT WS-ACTION-REPLACE
              AND NOT WS-ACTION-REMOVE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'R005' TO RJ-REASON-CODE
              MOVE 'ACTION INCONNUE (A/R/S)' TO RJ-REASON-TEXT
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF

      * LA DATE D'EFFET EST UNE DATE AAAA-MM-JJ VALIDE (MEME CONTROLE
      * QUE LA DATE DE PEREMPTION DANS IMPRECPT)
           MOVE ZERO TO WS-DATE-CCYYMMDD
           IF WS-EFF-DATE(1:4) IS NUMERIC
              AND WS-EFF-DATE(5:1) = '-'
              AND WS-EFF-DATE(6:2) IS NUMERIC
              AND WS-EFF-DATE(8:1) = '-'
              AND WS-EFF-DATE(9:2) IS NUMERIC
              MOVE WS-EFF-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
              MOVE WS-EFF-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
              MOVE WS-EFF-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'R006' TO RJ-REASON-CODE
              MOVE 'DATE D''EFFET INVALIDE' TO RJ-REASON-TEXT
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-REASON = SPACES OR WS-APPROVER = SPACES
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'R007' TO RJ-REASON-CODE
              MOVE 'MOTIF OU APPROBATEUR MANQUANT' TO RJ-REASON-TEXT
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF

      * QUANTITE OBLIGATOIRE POUR UN AJOUT ; POUR UN REMPLACEMENT, A
      * BLANC = QUANTITE DE LA LIGNE REMPLACEE ; IGNOREE EN SUPPRESSION
           MOVE ZERO TO WS-QTY-PER
           IF WS-ACTION-ADD
              OR (WS-ACTION-REPLACE AND WS-QTY-TXT NOT = SPACES)
              IF FUNCTION TEST-NUMVAL(WS-QTY-TXT) NOT = 0
                 OR FUNCTION NUMVAL(WS-QTY-TXT) = 0
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R002' TO RJ-REASON-CODE
                 MOVE 'QUANTITE PAR UNITE INVALIDE' TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-QTY-PER = FUNCTION NUMVAL(WS-QTY-TXT)
           END-IF

      * LE PRODUIT DOIT EXISTER DANS API7.PRODUCTS
           MOVE WS-PROD-NO TO H-PROD-NO
              EXIT PARAGRAPH
           END-IF

      * LA PIECE QUI ENTRE EN VIGUEUR DOIT EXISTER DANS PARTS03 (LA
      * PIECE AJOUTEE, OU LA NOUVELLE PIECE D'UN REMPLACEMENT)
           MOVE WS-PART-NO TO WS-IN-PART-NO
           IF WS-ACTION-REPLACE AND WS-NEW-PART-NO NOT = SPACES
              MOVE WS-NEW-PART-NO TO WS-IN-PART-NO
           END-IF
           IF NOT WS-ACTION-REMOVE
              MOVE WS-IN-PART-NO TO PT-PART-NO
              READ PARTS-FILE
              IF NOT WS-PT-OK
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R004' TO RJ-REASON-CODE
                 MOVE 'PIECE INCONNUE DE PARTS03' TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF

      * REMPLACEMENT ET SUPPRESSION PORTENT SUR LA LIGNE EN VIGUEUR
      * DU COUPLE, QUI DOIT AVOIR COMMENCE AVANT LA DATE D'EFFET
           MOVE ZERO TO WS-OLD-QTY
           IF NOT WS-ACTION-ADD
              MOVE WS-PART-NO TO WS-SEEK-PART
              PERFORM FIND-OPEN-LINE
              IF WS-OPEN-LINE = 0
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R009' TO RJ-REASON-CODE
                 MOVE 'AUCUNE LIGNE EN VIGUEUR POUR CETTE PIECE'
                    TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
              IF WS-BT-EFF-FROM(WS-OPEN-LINE) NOT < WS-EFF-DATE
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R010' TO RJ-REASON-CODE
                 MOVE 'EFFET NON POSTERIEUR A LA LIGNE EN VIGUEUR'
                    TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-BT-QTY-PER(WS-OPEN-LINE) TO WS-OLD-QTY
           END-IF

      * LA PIECE QUI ENTRE EN VIGUEUR NE DOIT PAS DEJA ETRE EN VIGUEUR
      * DANS LE PRODUIT (SAUF REMPLACEMENT DE QUANTITE SUR LA MEME
      * PIECE)
           IF WS-ACTION-ADD
              OR (WS-ACTION-REPLACE AND WS-IN-PART-NO NOT = WS-PART-NO)
              MOVE WS-OPEN-LINE TO WS-SAVE-LINE
              MOVE WS-IN-PART-NO TO WS-SEEK-PART
              PERFORM FIND-OPEN-LINE
              IF WS-OPEN-LINE NOT = 0
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R008' TO RJ-REASON-CODE
                 MOVE 'PIECE DEJA EN VIGUEUR DANS LE PRODUIT'
                    TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-SAVE-LINE TO WS-OPEN-LINE
           END-IF

           IF NOT WS-ACTION-REMOVE
              AND WS-BOM-COUNT >= WS-BOM-MAX
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'R011' TO RJ-REASON-CODE
              MOVE 'TABLE DE NOMENCLATURE PLEINE' TO RJ-REASON-TEXT
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-REVISION
           PERFORM APPLY-ECN-LINE
           ADD 1 TO WS-RECORDS-LOADED
           PERFORM WRITE-ECN-HISTORY
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * RANG (WS-OPEN-LINE, 0 = AUCUNE) DE LA LIGNE EN VIGUEUR DU     *
      * COUPLE WS-PROD-NO / WS-SEEK-PART : CELLE QUI N'EST PAS FERMEE *
      *****************************************************************
       FIND-OPEN-LINE.
           MOVE ZERO TO WS-OPEN-LINE
           PERFORM VARYING BT-IX FROM 1 BY 1
                   UNTIL BT-IX > WS-BOM-COUNT OR WS-OPEN-LINE > 0
              IF WS-BT-PROD(BT-IX) = WS-PROD-NO
                 AND WS-BT-PART(BT-IX) = WS-SEEK-PART
                 AND WS-BT-EFF-TO(BT-IX) = WS-END-OF-TIME
                 SET WS-OPEN-LINE TO BT-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * REVISION DE L'AVIS POUR LE PRODUIT : UN NOUVEL AVIS (OU UN    *
      * NOUVEAU PRODUIT DANS L'AVIS) PREND LA PLUS HAUTE REVISION     *
      * CONNUE DU PRODUIT PLUS UN                                     *
      *****************************************************************
       ASSIGN-REVISION.
           IF WS-ECN-NO = WS-LAST-ECN-NO
              AND WS-PROD-NO = WS-LAST-ECN-PROD
              MOVE WS-LAST-ECN-REV TO WS-NEW-REVISION
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NEW-REVISION
           PERFORM VARYING BT-IX FROM 1 BY 1
                   UNTIL BT-IX > WS-BOM-COUNT
              IF WS-BT-PROD(BT-IX) = WS-PROD-NO
                 AND WS-BT-REVISION(BT-IX) > WS-NEW-REVISION
                 MOVE WS-BT-REVISION(BT-IX) TO WS-NEW-REVISION
              END-IF
           END-PERFORM
           ADD 1 TO WS-NEW-REVISION
           MOVE WS-ECN-NO       TO WS-LAST-ECN-NO
           MOVE WS-PROD-NO      TO WS-LAST-ECN-PROD
           MOVE WS-NEW-REVISION TO WS-LAST-ECN-REV
           .

      *****************************************************************
      * APPLICATION A LA TABLE : LA LIGNE REMPLACEE OU SUPPRIMEE EST  *
      * FERMEE A LA DATE D'EFFET ; LA LIGNE QUI ENTRE EN VIGUEUR EST  *
      * AJOUTEE, OUVERTE JUSQU'AU 9999-12-31                          *
      *****************************************************************
       APPLY-ECN-LINE.
           IF NOT WS-ACTION-ADD
              MOVE WS-EFF-DATE TO WS-BT-EFF-TO(WS-OPEN-LINE)
           END-IF
           IF WS-ACTION-REMOVE
              MOVE ZERO TO WS-IN-QTY
              EXIT PARAGRAPH
           END-IF
           IF WS-QTY-PER = 0
              MOVE WS-OLD-QTY TO WS-IN-QTY
           ELSE
              MOVE WS-QTY-PER TO WS-IN-QTY
           END-IF
           ADD 1 TO WS-BOM-COUNT
           MOVE WS-PROD-NO      TO WS-BT-PROD(WS-BOM-COUNT)
           MOVE WS-IN-PART-NO   TO WS-BT-PART(WS-BOM-COUNT)
           MOVE WS-IN-QTY       TO WS-BT-QTY-PER(WS-BOM-COUNT)
           MOVE WS-NEW-REVISION TO WS-BT-REVISION(WS-BOM-COUNT)
           MOVE WS-EFF-DATE     TO WS-BT-EFF-FROM(WS-BOM-COUNT)
           MOVE WS-END-OF-TIME  TO WS-BT-EFF-TO(WS-BOM-COUNT)
           MOVE WS-ECN-NO       TO WS-BT-ECN-NO(WS-BOM-COUNT)
           .

      *****************************************************************
      * AJOUT DE L'AVIS APPLIQUE A L'HISTORIQUE FNECNHST              *
      *****************************************************************
       WRITE-ECN-HISTORY.
           MOVE WS-ECN-NO       TO EH-ECN-NO
           MOVE WS-ACTION       TO EH-ACTION
           MOVE WS-PROD-NO      TO EH-PROD-NO
           MOVE WS-PART-NO      TO EH-PART-NO
           IF WS-ACTION-REPLACE
              MOVE WS-IN-PART-NO TO EH-NEW-PART-NO
           ELSE
              MOVE SPACES        TO EH-NEW-PART-NO
           END-IF
           MOVE WS-OLD-QTY      TO EH-OLD-QTY
           MOVE WS-IN-QTY       TO EH-NEW-QTY
           MOVE WS-EFF-DATE     TO EH-EFF-DATE
           MOVE WS-NEW-REVISION TO EH-REVISION
           MOVE WS-REASON       TO EH-REASON
           MOVE WS-APPROVER     TO EH-APPROVER
           MOVE FUNCTION CURRENT-DATE(1:20) TO EH-LOAD-TS
           WRITE ECNHST-RECORD
           IF NOT WS-EH-OK
              DISPLAY 'ERREUR ECRITURE HISTORIQUE DES AVIS '
                      WS-EH-STATUS
              ADD 1 TO WS-RECORDS-ERROR
              MOVE '00' TO WS-EH-STATUS
           END-IF
           .

      *****************************************************************
      * REECRITURE DE FNBOMX : TOUTES LES LIGNES, OUVERTES OU FERMEES *
      *****************************************************************
       REWRITE-BOM-FILE.
           OPEN OUTPUT BOM-FILE
           IF NOT WS-BX-OK
              DISPLAY 'ERREUR OUVERTURE NOMENCLATURE FNBOMX EN '
                      'ECRITURE: ' WS-BX-STATUS
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BT-IX FROM 1 BY 1
                   UNTIL BT-IX > WS-BOM-COUNT
              MOVE SPACES                 TO BOM-RECORD
              MOVE WS-BT-PROD(BT-IX)      TO BX-PROD-NO
              MOVE WS-BT-PART(BT-IX)      TO BX-PART-NO
              MOVE WS-BT-QTY-PER(BT-IX)   TO BX-QTY-PER
              MOVE WS-BT-REVISION(BT-IX)  TO BX-REVISION
              MOVE WS-BT-EFF-FROM(BT-IX)  TO BX-EFF-FROM
              MOVE WS-BT-EFF-TO(BT-IX)    TO BX-EFF-TO
              MOVE WS-BT-ECN-NO(BT-IX)    TO BX-ECN-NO
              WRITE BOM-RECORD
              IF WS-BX-OK
                 ADD 1 TO WS-BOM-LINES-OUT
              ELSE
                 DISPLAY 'ERREUR ECRITURE NOMENCLATURE FNBOMX: '
                         WS-BX-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE '00' TO WS-BX-STATUS
              END-IF
           END-PERFORM
           CLOSE BOM-FILE
           .

      *****************************************************************
      * ANALYSE DE LA LIGNE CSV                                      *
      *****************************************************************
       PARSE-CSV-LINE.
           MOVE 1 TO WS-FIELD-POINTER
           MOVE SPACES TO WS-ECN-DATA

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-ECN-NO

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-ACTION

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-PROD-NO

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-QTY-TXT

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-EFF-DATE

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-NEW-PART-NO

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-REASON

           PERFORM EXTRACT-FIELD
           MOVE WS-EXTRACTED-FIELD TO WS-APPROVER
           .

      *****************************************************************
           MOVE SPACES TO WS-EXTRACTED-FIELD
           MOVE 0 TO WS-FIELD-LENGTH

           IF WS-FIELD-POINTER > 100
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SEMICOLON-POS FROM WS-FIELD-POINTER BY 1
              UNTIL WS-SEMICOLON-POS > 100
              OR WS-INPUT-LINE(WS-SEMICOLON-POS:1) = ';'
              CONTINUE
           END-PERFORM

           COMPUTE WS-FIELD-LENGTH = WS-SEMICOLON-POS - WS-FIELD-POINTER

           IF WS-FIELD-LENGTH > 0 AND WS-FIELD-LENGTH <= 30
              MOVE WS-INPUT-LINE(WS-FIELD-POINTER:WS-FIELD-LENGTH)
                 TO WS-EXTRACTED-FIELD
           END-IF
      * ECRITURE LIGNE DE DETAIL                                     *
      *****************************************************************
       WRITE-DETAIL-LINE.
           MOVE WS-ECN-NO  TO WS-RPT-ECN
           EVALUATE TRUE
              WHEN WS-ACTION-ADD
                 MOVE 'AJOUT'        TO WS-RPT-ACTION
              WHEN WS-ACTION-REPLACE
                 MOVE 'REMPLACEMENT' TO WS-RPT-ACTION
              WHEN OTHER
                 MOVE 'SUPPRESSION'  TO WS-RPT-ACTION
           END-EVALUATE
           MOVE WS-PROD-NO TO WS-RPT-PROD
           MOVE WS-PART-NO TO WS-RPT-PART
           IF WS-ACTION-REPLACE
              MOVE WS-IN-PART-NO TO WS-RPT-NEW-PART
           ELSE
              MOVE SPACES TO WS-RPT-NEW-PART
           END-IF
           MOVE WS-IN-QTY       TO WS-RPT-QTY
           MOVE WS-EFF-DATE     TO WS-RPT-DATE
           MOVE WS-NEW-REVISION TO WS-RPT-REV
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME BOMLOAD'
           DISPLAY 'TOTAL AVIS LUS: ' WS-RECORDS-READ
           DISPLAY 'TOTAL APPLIQUES: ' WS-RECORDS-LOADED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           DISPLAY 'TOTAL REJETES: ' WS-RECORDS-REJECTED
           DISPLAY 'LIGNES DE NOMENCLATURE ECRITES: '
                   WS-BOM-LINES-OUT
           .

       WRITE-SUMMARY.
           MOVE WS-RECORDS-ERROR    TO WS-RPT-ERRORS
           MOVE WS-RECORDS-REJECTED TO WS-RPT-REJECTED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-BOM-LINES-IN     TO WS-RPT-BOM-IN
           MOVE WS-BOM-LINES-OUT    TO WS-RPT-BOM-OUT
           WRITE REPORT-RECORD FROM WS-BOM-COUNT-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           .
      * FERMETURE DES FICHIERS                                       *
      *****************************************************************
       CLOSE-FILES.
           CLOSE ECNCSV-FILE
           CLOSE PARTS-FILE
           CLOSE ECNHST-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           .
