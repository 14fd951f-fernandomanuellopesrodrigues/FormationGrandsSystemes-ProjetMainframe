      *               DISCPRODS RETIRE UN PRODUIT                     *
      *             - EXPLODE=nnn : NOMENCLATURE ECLATEE D'UN PRODUIT *
      *               (SA LISTE DE PIECES COMPLETE)                   *
      *             CES DEUX ETATS NE RETIENNENT QUE LA REVISION EN   *
      *             VIGUEUR A LA DATE DE LA DERNIERE CARTE            *
      *             ASOF=AAAA-MM-JJ QUI LES PRECEDE (DATE DU JOUR     *
      *             PAR DEFAUT) ET DONNENT LA REVISION DE CHAQUE      *
      *             LIGNE.                                            *
      *             - WUREV=ppp : CAS D'EMPLOI DE LA PIECE SUR TOUTES *
      *               LES REVISIONS, AVEC PERIODE D'EFFET ET AVIS     *
      *               D'ORIGINE DE CHAQUE LIGNE                       *
      *             - HISTORY=nnn : HISTORIQUE DES AVIS DE            *
      *               MODIFICATION APPLIQUES AU PRODUIT PAR BOMLOAD   *
      *               (FNECNHST), AVEC MOTIF ET APPROBATEUR           *
      *             LES LIBELLES VIENNENT DE PARTS03 (NOM DE PIECE)   *
      *             ET DE API7.PRODUCTS (DESIGNATION).                *
      * ENTREE    : SYSIN (CARTES ASOF=/WHEREUSED=/EXPLODE=/WUREV=/   *
      *             HISTORY=, PLUSIEURS ADMISES), FNBOMX, FNECNHST    *
      *             (FACULTATIF), PARTS03, API7.PRODUCTS              *
      * SORTIE    : RAPPORT (FREPORT)                                 *
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BX-STATUS.

      * HISTORIQUE DES AVIS DE MODIFICATION (TENU PAR BOMLOAD)
           SELECT ECNHST-FILE
               ASSIGN TO FNECNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EH-STATUS.

           SELECT PARTS-FILE
               ASSIGN TO PARTS03
               ORGANIZATION IS INDEXED
       01 SYSIN-RECORD            PIC X(80).

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

      * MEME DISPOSITION QUE ECNHST-RECORD DANS BOMLOAD
       FD  ECNHST-FILE.
       01 ECNHST-RECORD.
          05 EH-ECN-NO            PIC X(8).
          05 FILLER               PIC X(1).
          05 EH-ACTION            PIC X(1).
          05 FILLER               PIC X(1).
          05 EH-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 EH-PART-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 EH-NEW-PART-NO       PIC X(3).
          05 FILLER               PIC X(1).
          05 EH-OLD-QTY           PIC 9(5).
          05 FILLER               PIC X(1).
          05 EH-NEW-QTY           PIC 9(5).
          05 FILLER               PIC X(1).
          05 EH-EFF-DATE          PIC X(10).
          05 FILLER               PIC X(1).
          05 EH-REVISION          PIC 9(3).
          05 FILLER               PIC X(1).
          05 EH-REASON            PIC X(30).
          05 FILLER               PIC X(1).
          05 EH-APPROVER          PIC X(8).
          05 FILLER               PIC X(1).
          05 EH-LOAD-TS           PIC X(20).

      * MEME DISPOSITION QUE PARTSX-REC DANS ADDP03 (51 OCTETS)
       FD  PARTS-FILE.
          88 WS-BX-OK                            VALUE '00'.
          88 WS-BX-EOF                           VALUE '10'.

       01 WS-EH-STATUS            PIC XX         VALUE SPACES.
          88 WS-EH-OK                            VALUE '00'.
          88 WS-EH-EOF                           VALUE '10'.

       01 WS-PT-STATUS            PIC XX         VALUE SPACES.
          88 WS-PT-OK                            VALUE '00'.

       01 WS-REQ-PART-NO          PIC X(3)       VALUE SPACES.
       01 WS-REQ-PROD-NO          PIC X(3)       VALUE SPACES.
       01 WS-LINES-FOUND          PIC 9(5)       VALUE ZERO.
      * DATE DE VALIDITE DES ETATS WHEREUSED=/EXPLODE= (CARTE ASOF=,
      * DATE DU JOUR PAR DEFAUT) ; UNE LIGNE FNBOMX EST RETENUE SI
      * DU <= DATE < AU, LES DATES A BLANC VALANT DE TOUT TEMPS
       01 WS-ASOF-DATE            PIC X(10)      VALUE SPACES.
       01 WS-ASOF-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-LINE-VALID-SW        PIC X          VALUE 'N'.
          88 WS-LINE-VALID                       VALUE 'Y'.

      * COMPTEURS
       01 WS-COUNTERS.
             10 WS-RPT-WU-PART    PIC X(3).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-WU-NAME    PIC X(20).
             10 FILLER            PIC X(16)      VALUE
                ' EN VIGUEUR LE '.
             10 WS-RPT-WU-ASOF    PIC X(10).
          05 WS-EXPLODE-HDR.
             10 FILLER            PIC X(26)      VALUE
                'NOMENCLATURE DU PRODUIT : '.
             10 WS-RPT-EX-PROD    PIC X(3).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-EX-DESC    PIC X(30).
             10 FILLER            PIC X(16)      VALUE
                ' EN VIGUEUR LE '.
             10 WS-RPT-EX-ASOF    PIC X(10).
          05 WS-WUREV-HDR.
             10 FILLER            PIC X(38)      VALUE
                'CAS D''EMPLOI TOUTES REVISIONS, PIECE '.
             10 WS-RPT-WR-PART    PIC X(3).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-WR-NAME    PIC X(20).
          05 WS-HISTORY-HDR.
             10 FILLER            PIC X(38)      VALUE
                'HISTORIQUE DES AVIS DU PRODUIT : '.
             10 WS-RPT-HI-PROD    PIC X(3).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-HI-DESC    PIC X(30).
          05 WS-HISTORY-COL.
             10 FILLER            PIC X(36)      VALUE
                '   AVIS     ACT  PCE  NOUV QTE AV.'.
             10 FILLER            PIC X(30)      VALUE
                'QTE AP. EFFET      REV  MOTIF'.
             10 FILLER            PIC X(40)      VALUE
                '                         APPROB.'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-PROD       PIC X(3).
             10 FILLER            PIC X(17)      VALUE
                '  QTE PAR UNITE: '.
             10 WS-RPT-QTY        PIC ZZ,ZZ9.
             10 FILLER            PIC X(7)       VALUE '  REV: '.
             10 WS-RPT-REV        PIC ZZ9.
          05 WS-REVISION-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-RV-PROD    PIC X(3).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-RV-DESC    PIC X(30).
             10 FILLER            PIC X(7)       VALUE '  REV: '.
             10 WS-RPT-RV-REV     PIC ZZ9.
             10 FILLER            PIC X(7)       VALUE '  QTE: '.
             10 WS-RPT-RV-QTY     PIC ZZ,ZZ9.
             10 FILLER            PIC X(6)       VALUE '  DU: '.
             10 WS-RPT-RV-FROM    PIC X(10).
             10 FILLER            PIC X(6)       VALUE '  AU: '.
             10 WS-RPT-RV-TO      PIC X(10).
             10 FILLER            PIC X(8)       VALUE '  AVIS: '.
             10 WS-RPT-RV-ECN     PIC X(8).
          05 WS-HISTORY-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-HI-ECN     PIC X(8).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-HI-ACTION  PIC X(1).
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-HI-PART    PIC X(3).
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-HI-NEW     PIC X(3).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-HI-OLD-QTY PIC ZZ,ZZ9.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-HI-NEW-QTY PIC ZZ,ZZ9.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-HI-DATE    PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-HI-REV     PIC ZZ9.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-HI-REASON  PIC X(30).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-HI-APPR    PIC X(8).
          05 WS-NONE-LINE         PIC X(132)     VALUE
                '   AUCUNE LIGNE DE NOMENCLATURE'.
          05 WS-NOHIST-LINE       PIC X(132)     VALUE
                '   AUCUN AVIS DE MODIFICATION POUR CE PRODUIT'.
          05 WS-MSG-LINE          PIC X(132).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(18)      VALUE

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME BOMRPT'
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-ASOF-DATE
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '

       PROCESS-ONE-REQUEST.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:5) = 'ASOF='
                 PERFORM SET-ASOF-DATE
              WHEN SYSIN-RECORD(1:10) = 'WHEREUSED='
                 ADD 1 TO WS-REQUESTS-READ
                 MOVE SYSIN-RECORD(11:3) TO WS-REQ-PART-NO
                 ADD 1 TO WS-REQUESTS-READ
                 MOVE SYSIN-RECORD(9:3) TO WS-REQ-PROD-NO
                 PERFORM REPORT-EXPLOSION
              WHEN SYSIN-RECORD(1:6) = 'WUREV='
                 ADD 1 TO WS-REQUESTS-READ
                 MOVE SYSIN-RECORD(7:3) TO WS-REQ-PART-NO
                 PERFORM REPORT-WHERE-USED-BY-REV
              WHEN SYSIN-RECORD(1:8) = 'HISTORY='
                 ADD 1 TO WS-REQUESTS-READ
                 MOVE SYSIN-RECORD(9:3) TO WS-REQ-PROD-NO
                 PERFORM REPORT-ECN-HISTORY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *****************************************************************
      * CARTE ASOF=AAAA-MM-JJ : DATE DE VALIDITE DES ETATS SUIVANTS ; *
      * UNE DATE INVALIDE EST SIGNALEE ET LA DATE EN COURS GARDEE     *
      *****************************************************************
       SET-ASOF-DATE.
           MOVE ZERO TO WS-ASOF-CCYYMMDD
           IF SYSIN-RECORD(6:4) IS NUMERIC
              AND SYSIN-RECORD(10:1) = '-'
              AND SYSIN-RECORD(11:2) IS NUMERIC
              AND SYSIN-RECORD(13:1) = '-'
              AND SYSIN-RECORD(14:2) IS NUMERIC
              MOVE SYSIN-RECORD(6:4)  TO WS-ASOF-CCYYMMDD(1:4)
              MOVE SYSIN-RECORD(11:2) TO WS-ASOF-CCYYMMDD(5:2)
              MOVE SYSIN-RECORD(14:2) TO WS-ASOF-CCYYMMDD(7:2)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-CCYYMMDD) = 0
              MOVE SYSIN-RECORD(6:10) TO WS-ASOF-DATE
           ELSE
              MOVE SPACES TO WS-MSG-LINE
              STRING 'CARTE ASOF= INVALIDE, DATE CONSERVEE : '
                     WS-ASOF-DATE
                 DELIMITED BY SIZE INTO WS-MSG-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-MSG-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * LIGNE FNBOMX EN VIGUEUR A WS-ASOF-DATE (DU <= DATE < AU,      *
      * DATES A BLANC = DE TOUT TEMPS)                                *
      *****************************************************************
       CHECK-LINE-VALID.
           MOVE 'Y' TO WS-LINE-VALID-SW
           IF BX-EFF-FROM NOT = SPACES
              AND BX-EFF-FROM > WS-ASOF-DATE
              MOVE 'N' TO WS-LINE-VALID-SW
           END-IF
           IF BX-EFF-TO NOT = SPACES
              AND BX-EFF-TO NOT > WS-ASOF-DATE
              MOVE 'N' TO WS-LINE-VALID-SW
           END-IF
           .

      *****************************************************************
      * CAS D'EMPLOI : TOUS LES PRODUITS UTILISANT LA PIECE DEMANDEE *
      * (REVISION EN VIGUEUR A LA DATE ASOF=)                        *
      *****************************************************************
       REPORT-WHERE-USED.
           MOVE WS-REQ-PART-NO TO WS-RPT-WU-PART
           MOVE WS-ASOF-DATE TO WS-RPT-WU-ASOF
           PERFORM GET-PART-NAME
           MOVE PT-PART-NAME TO WS-RPT-WU-NAME
           WRITE REPORT-RECORD FROM WS-WHEREUSED-HDR
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END
                    PERFORM CHECK-LINE-VALID
                    IF BX-PART-NO = WS-REQ-PART-NO
                       AND WS-LINE-VALID
                       ADD 1 TO WS-LINES-FOUND
                       PERFORM WRITE-BOM-LINE-WITH-DESC
                    END-IF

      *****************************************************************
      * NOMENCLATURE ECLATEE : TOUTES LES PIECES DU PRODUIT DEMANDE  *
      * (REVISION EN VIGUEUR A LA DATE ASOF=)                        *
      *****************************************************************
       REPORT-EXPLOSION.
           MOVE WS-REQ-PROD-NO TO WS-RPT-EX-PROD
           MOVE WS-ASOF-DATE TO WS-RPT-EX-ASOF
           PERFORM GET-PRODUCT-DESC
           MOVE H-DESCRIPTION TO WS-RPT-EX-DESC
           WRITE REPORT-RECORD FROM WS-EXPLODE-HDR
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END
                    PERFORM CHECK-LINE-VALID
                    IF BX-PROD-NO = WS-REQ-PROD-NO
                       AND WS-LINE-VALID
                       ADD 1 TO WS-LINES-FOUND
                       PERFORM WRITE-BOM-LINE-WITH-NAME
                    END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * CAS D'EMPLOI PAR REVISION : TOUTES LES LIGNES, PASSEES,       *
      * EN VIGUEUR ET FUTURES, DE LA PIECE DEMANDEE, AVEC PERIODE     *
      * D'EFFET ET AVIS D'ORIGINE                                     *
      *****************************************************************
       REPORT-WHERE-USED-BY-REV.
           MOVE WS-REQ-PART-NO TO WS-RPT-WR-PART
           PERFORM GET-PART-NAME
           MOVE PT-PART-NAME TO WS-RPT-WR-NAME
           WRITE REPORT-RECORD FROM WS-WUREV-HDR

           MOVE ZERO TO WS-LINES-FOUND
           OPEN INPUT BOM-FILE
           IF NOT WS-BX-OK
              DISPLAY 'NOMENCLATURE FNBOMX INTROUVABLE: ' WS-BX-STATUS
              WRITE REPORT-RECORD FROM WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BX-EOF
              MOVE SPACES TO BOM-RECORD
              READ BOM-FILE
                 AT END MOVE '10' TO WS-BX-STATUS
                 NOT AT END
                    IF BX-PART-NO = WS-REQ-PART-NO
                       ADD 1 TO WS-LINES-FOUND
                       PERFORM WRITE-REVISION-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOM-FILE
           MOVE '00' TO WS-BX-STATUS
           IF WS-LINES-FOUND = ZERO
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LIGNE DE CAS D'EMPLOI PAR REVISION : AU 9999-12-31 (OU A      *
      * BLANC) = LIGNE TOUJOURS EN VIGUEUR                            *
      *****************************************************************
       WRITE-REVISION-LINE.
           MOVE BX-PROD-NO TO WS-RPT-RV-PROD H-PROD-NO
           PERFORM GET-PRODUCT-DESC
           MOVE H-DESCRIPTION TO WS-RPT-RV-DESC
           IF BX-REVISION IS NUMERIC
              MOVE BX-REVISION TO WS-RPT-RV-REV
           ELSE
              MOVE ZERO TO WS-RPT-RV-REV
           END-IF
           MOVE BX-QTY-PER TO WS-RPT-RV-QTY
           MOVE BX-EFF-FROM TO WS-RPT-RV-FROM
           IF BX-EFF-TO = SPACES OR BX-EFF-TO = '9999-12-31'
              MOVE 'EN VIGUEUR' TO WS-RPT-RV-TO
           ELSE
              MOVE BX-EFF-TO TO WS-RPT-RV-TO
           END-IF
           MOVE BX-ECN-NO TO WS-RPT-RV-ECN
           WRITE REPORT-RECORD FROM WS-REVISION-LINE
           .

      *****************************************************************
      * HISTORIQUE DES AVIS DE MODIFICATION DU PRODUIT DEMANDE, DANS  *
      * L'ORDRE D'APPLICATION (FNECNHST ABSENT = AUCUN AVIS)          *
      *****************************************************************
       REPORT-ECN-HISTORY.
           MOVE WS-REQ-PROD-NO TO WS-RPT-HI-PROD
           PERFORM GET-PRODUCT-DESC
           MOVE H-DESCRIPTION TO WS-RPT-HI-DESC
           WRITE REPORT-RECORD FROM WS-HISTORY-HDR
           WRITE REPORT-RECORD FROM WS-HISTORY-COL

           MOVE ZERO TO WS-LINES-FOUND
           OPEN INPUT ECNHST-FILE
           IF NOT WS-EH-OK
              DISPLAY 'HISTORIQUE DES AVIS FNECNHST INTROUVABLE: '
                      WS-EH-STATUS
              WRITE REPORT-RECORD FROM WS-NOHIST-LINE
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EH-EOF
              READ ECNHST-FILE
                 AT END MOVE '10' TO WS-EH-STATUS
                 NOT AT END
                    IF EH-PROD-NO = WS-REQ-PROD-NO
                       ADD 1 TO WS-LINES-FOUND
                       PERFORM WRITE-HISTORY-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ECNHST-FILE
           MOVE '00' TO WS-EH-STATUS
           IF WS-LINES-FOUND = ZERO
              WRITE REPORT-RECORD FROM WS-NOHIST-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       WRITE-HISTORY-LINE.
           MOVE EH-ECN-NO      TO WS-RPT-HI-ECN
           MOVE EH-ACTION      TO WS-RPT-HI-ACTION
           MOVE EH-PART-NO     TO WS-RPT-HI-PART
           MOVE EH-NEW-PART-NO TO WS-RPT-HI-NEW
           MOVE EH-OLD-QTY     TO WS-RPT-HI-OLD-QTY
           MOVE EH-NEW-QTY     TO WS-RPT-HI-NEW-QTY
           MOVE EH-EFF-DATE    TO WS-RPT-HI-DATE
           MOVE EH-REVISION    TO WS-RPT-HI-REV
           MOVE EH-REASON      TO WS-RPT-HI-REASON
           MOVE EH-APPROVER    TO WS-RPT-HI-APPR
           WRITE REPORT-RECORD FROM WS-HISTORY-LINE
           .

      *****************************************************************
      * LIGNE DE CAS D'EMPLOI : LE LIBELLE EST LA DESIGNATION DU     *
      * PRODUIT UTILISATEUR                                          *
           PERFORM GET-PRODUCT-DESC
           MOVE H-DESCRIPTION TO WS-RPT-NAME
           MOVE BX-QTY-PER TO WS-RPT-QTY
           PERFORM MOVE-DETAIL-REVISION
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

           PERFORM GET-PART-NAME
           MOVE PT-PART-NAME TO WS-RPT-NAME
           MOVE BX-QTY-PER TO WS-RPT-QTY
           PERFORM MOVE-DETAIL-REVISION
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       MOVE-DETAIL-REVISION.
           IF BX-REVISION IS NUMERIC
              MOVE BX-REVISION TO WS-RPT-REV
           ELSE
              MOVE ZERO TO WS-RPT-REV
           END-IF
           .

      *****************************************************************
      * NOM DE LA PIECE WS-REQ-PART-NO (PARTS03, LECTURE DIRECTE)    *
      *****************************************************************
