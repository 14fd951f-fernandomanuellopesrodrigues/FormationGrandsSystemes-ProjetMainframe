      *             D'ASSEMBLAGE (ET LIGNE AU JOURNAL COMMUN          *
      *             FVSTKMOV), ET LISTE LES MONTAGES BLOQUES AVEC LES *
      *             PIECES MANQUANTES. AUCUNE SORTIE PARTIELLE : UN   *
      *             ORDRE NON COUVERT NE CONSOMME RIEN. LA            *
      *             NOMENCLATURE RETENUE EST LA REVISION EN VIGUEUR A *
      *             LA DATE DE LANCEMENT DE L'ORDRE (A BLANC OU       *
      *             INVALIDE = DATE DU JOUR) : UN AVIS DE             *
      *             MODIFICATION POSTERIEUR NE CHANGE PAS LES PIECES  *
      *             D'UN ORDRE DEJA LANCE.                            *
      * ENTREE    : FNWORKO (ORDRES), FNBOMX (NOMENCLATURE), PTQOH03  *
      * SORTIE    : MAJ PTQOH03 + API9.PRODUCTS.STOCK (ET DETAIL      *
      *             API9.STOCK_LOC EN E1) + FNPTMOVA (MOUVEMENTS      *
      *             PIECES, AJOUT) + FVSTKMOV (AJOUT) + RAPPORT       *
      *****************************************************************

       ENVIRONMENT DIVISION.

      * MOUVEMENTS DE PIECES EMIS (FORMAT STKPARTS, SORTIES 'S'
      * MOTIF ASSEMBLAGE) : DEJA APPLIQUES SUR PTQOH03 PAR CE LOT,
      * ILS SERVENT DE PISTE CUMULATIVE (EN AJOUT, RELUE PAR PARTOBS
      * POUR LE DERNIER MOUVEMENT), PAS D'ENTREE A REJOUER
           SELECT PTMOV-FILE
               ASSIGN TO FNPTMOVA
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * ORDRE DE FABRICATION : PRODUIT A MONTER, QUANTITE, DATE DE
      * LANCEMENT AAAA-MM-JJ (FACULTATIVE : LES ORDRES DE 9 OCTETS
      * SONT MONTES SUR LA NOMENCLATURE DU JOUR)
       FD  WORKO-FILE
           RECORD CONTAINS 9 TO 20 CHARACTERS.
       01 WORKO-RECORD.
          05 WO-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 WO-QTY-TXT           PIC X(5).
          05 FILLER               PIC X(1).
          05 WO-RELEASE-DATE      PIC X(10).

      * MEME DISPOSITION QUE BOM-RECORD DANS BOMLOAD
       FD  BOM-FILE
           RECORD CONTAINS 13 TO 48 CHARACTERS.
       01 BOM-RECORD.
          05 BX-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 BX-PART-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 BX-QTY-PER           PIC 9(5).
          05 FILLER               PIC X(1).
          05 BX-REVISION          PIC 9(3).
          05 FILLER               PIC X(1).
          05 BX-EFF-FROM          PIC X(10).
          05 FILLER               PIC X(1).
          05 BX-EFF-TO            PIC X(10).
          05 FILLER               PIC X(1).
          05 BX-ECN-NO            PIC X(8).

      * MEME DISPOSITION QUE QOH-RECORD DANS STKPARTS
       FD  QOH-FILE.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * NOMENCLATURE CHARGEE EN TABLE A L'INITIALISATION, TOUTES
      * REVISIONS ; LES DATES A BLANC (LIGNES ANTERIEURES AUX
      * REVISIONS) VALENT DE TOUT TEMPS. MEME CAPACITE QUE LA TABLE
      * DE BOMLOAD (WS-BOM-MAX) : UN FNBOMX ACCEPTE PAR BOMLOAD TIENT
      * TOUJOURS ICI
       01 WS-BOM-TABLE.
          05 WS-BM-ENTRY OCCURS 5000 TIMES INDEXED BY BM-IX.
             10 WS-BM-PROD        PIC X(3).
             10 WS-BM-PART        PIC X(3).
             10 WS-BM-QTY-PER     PIC 9(5).
             10 WS-BM-REVISION    PIC 9(3).
             10 WS-BM-EFF-FROM    PIC X(10).
             10 WS-BM-EFF-TO      PIC X(10).
       01 WS-BOM-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-BOM-MAX              PIC 9(4)       VALUE 5000.

      * ORDRE DE FABRICATION EN COURS
       01 WS-BUILD-QTY            PIC 9(5)       VALUE ZERO.
       01 WS-SHORT-SW             PIC X          VALUE 'N'.
          88 WS-BUILD-SHORT                      VALUE 'Y'.
       01 WS-TODAY-DATE           PIC X(10)      VALUE SPACES.
      * DATE DE LANCEMENT DE L'ORDRE : CHOISIT LA REVISION DE LA
      * NOMENCLATURE (LIGNE RETENUE SI DU <= DATE < AU)
       01 WS-BUILD-DATE           PIC X(10)      VALUE SPACES.
       01 WS-BUILD-CCYYMMDD       PIC 9(8)       VALUE ZERO.
       01 WS-BUILD-REV            PIC 9(3)       VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
             10 WS-RPT-QTY        PIC ZZ,ZZ9.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(50).
             10 WS-RPT-REV-AREA.
                15 WS-RPT-REV-LBL PIC X(6).
                15 WS-RPT-REV     PIC ZZ9.
          05 WS-SHORT-LINE.
             10 FILLER            PIC X(20)      VALUE
                '   PIECE MANQUANTE: '.
              CLOSE WORKO-FILE
              GOBACK
           END-IF
           OPEN EXTEND PTMOV-FILE
           IF NOT WS-PM-OK
              OPEN OUTPUT PTMOV-FILE
           END-IF
           IF NOT WS-PM-OK
              DISPLAY 'ERREUR OUVERTURE MOUVEMENTS PIECES: '
                      WS-PM-STATUS
           .

      *****************************************************************
      * CHARGEMENT DE LA NOMENCLATURE FNBOMX EN TABLE ; TABLE PLEINE  *
      * = ARRET SANS AUCUN MONTAGE (UNE NOMENCLATURE TRONQUEE FERAIT  *
      * SORTIR TROP PEU DE PIECES)                                    *
      *****************************************************************
       LOAD-BOM-TABLE.
           OPEN INPUT BOM-FILE
              GOBACK
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END
                    IF WS-BOM-COUNT < WS-BOM-MAX
                       ADD 1 TO WS-BOM-COUNT
                       PERFORM LOAD-ONE-BOM-ROW
                    ELSE
                       DISPLAY 'TABLE DE NOMENCLATURE PLEINE ('
                               WS-BOM-MAX ' LIGNES), AUCUN MONTAGE'
                       MOVE 12 TO RETURN-CODE
                       CLOSE BOM-FILE
                       PERFORM CLOSE-FILES
                       CLOSE REPORT-FILE
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY 'LIGNES DE NOMENCLATURE CHARGEES: ' WS-BOM-COUNT
           .

       LOAD-ONE-BOM-ROW.
           MOVE BX-PROD-NO TO WS-BM-PROD(WS-BOM-COUNT)
           MOVE BX-PART-NO TO WS-BM-PART(WS-BOM-COUNT)
           MOVE BX-QTY-PER TO WS-BM-QTY-PER(WS-BOM-COUNT)
           IF BX-REVISION IS NUMERIC
              MOVE BX-REVISION TO WS-BM-REVISION(WS-BOM-COUNT)
           ELSE
              MOVE ZERO TO WS-BM-REVISION(WS-BOM-COUNT)
           END-IF
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
           .

       PROCESS-FILE.
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-WO-EOF
           .

       READ-NEXT-RECORD.
           MOVE SPACES TO WORKO-RECORD
           READ WORKO-FILE
           IF WS-WO-OK
              ADD 1 TO WS-RECORDS-READ
              ADD 1 TO WS-RECORDS-ERROR
              MOVE ZERO TO WS-RPT-QTY
              MOVE WO-PROD-NO TO WS-RPT-PROD
              MOVE SPACES TO WS-RPT-REV-AREA
              MOVE 'ORDRE MAL FORME, IGNORE' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BUILD-QTY = FUNCTION NUMVAL(WO-QTY-TXT)
           PERFORM SET-BUILD-DATE
           MOVE 0 TO WS-BOM-LINES

      * LE PRODUIT DOIT EXISTER DANS API9.PRODUCTS (C'EST SON STOCK
      * QUI SERA INCREMENTE)
           END-IF

      * PREMIERE PASSE : LA NOMENCLATURE COMPLETE DOIT ETRE COUVERTE
      * (LIGNES EN VIGUEUR A LA DATE DE LANCEMENT)
           MOVE 'N' TO WS-SHORT-SW
           MOVE 0 TO WS-BOM-LINES
           MOVE 0 TO WS-BUILD-REV
           PERFORM VARYING BM-IX FROM 1 BY 1
                   UNTIL BM-IX > WS-BOM-COUNT
              IF WS-BM-PROD(BM-IX) = WO-PROD-NO
                 AND WS-BM-EFF-FROM(BM-IX) <= WS-BUILD-DATE
                 AND WS-BM-EFF-TO(BM-IX) > WS-BUILD-DATE
                 ADD 1 TO WS-BOM-LINES
                 IF WS-BM-REVISION(BM-IX) > WS-BUILD-REV
                    MOVE WS-BM-REVISION(BM-IX) TO WS-BUILD-REV
                 END-IF
                 PERFORM CHECK-ONE-PART
              END-IF
           END-PERFORM
           PERFORM MOVE-ORDER-TO-REPORT
           IF WS-BOM-LINES = 0
              ADD 1 TO WS-BUILDS-BLOCKED
              MOVE 'PRODUIT SANS NOMENCLATURE, ORDRE BLOQUE'
           PERFORM VARYING BM-IX FROM 1 BY 1
                   UNTIL BM-IX > WS-BOM-COUNT
              IF WS-BM-PROD(BM-IX) = WO-PROD-NO
                 AND WS-BM-EFF-FROM(BM-IX) <= WS-BUILD-DATE
                 AND WS-BM-EFF-TO(BM-IX) > WS-BUILD-DATE
                 PERFORM ISSUE-ONE-PART
              END-IF
           END-PERFORM
       MOVE-ORDER-TO-REPORT.
           MOVE WO-PROD-NO  TO WS-RPT-PROD
           MOVE WS-BUILD-QTY TO WS-RPT-QTY
           IF WS-BOM-LINES = 0
              MOVE SPACES TO WS-RPT-REV-AREA
           ELSE
              MOVE ' REV. ' TO WS-RPT-REV-LBL
              MOVE WS-BUILD-REV TO WS-RPT-REV
           END-IF
           .

      *****************************************************************
      * DATE DE LANCEMENT DE L'ORDRE (AAAA-MM-JJ VALIDE), SINON DATE  *
      * DU JOUR                                                       *
      *****************************************************************
       SET-BUILD-DATE.
           MOVE WS-TODAY-DATE TO WS-BUILD-DATE
           MOVE ZERO TO WS-BUILD-CCYYMMDD
           IF WO-RELEASE-DATE(1:4) IS NUMERIC
              AND WO-RELEASE-DATE(5:1) = '-'
              AND WO-RELEASE-DATE(6:2) IS NUMERIC
              AND WO-RELEASE-DATE(8:1) = '-'
              AND WO-RELEASE-DATE(9:2) IS NUMERIC
              MOVE WO-RELEASE-DATE(1:4) TO WS-BUILD-CCYYMMDD(1:4)
              MOVE WO-RELEASE-DATE(6:2) TO WS-BUILD-CCYYMMDD(5:2)
              MOVE WO-RELEASE-DATE(9:2) TO WS-BUILD-CCYYMMDD(7:2)
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUILD-CCYYMMDD) = 0
                 MOVE WO-RELEASE-DATE TO WS-BUILD-DATE
              END-IF
           END-IF
           .

      *****************************************************************
