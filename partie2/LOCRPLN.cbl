       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCRPLN.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : PROPOSITIONS DE TRANSFERTS ENTRE ENTREPOTS        *
      * OBJECTIF  : LOCXFER DEPLACE LE STOCK ENTRE ENTREPOTS, MAIS    *
      *             SEULEMENT QUAND QUELQU'UN REMARQUE QUE E1 EST     *
      *             VIDE ALORS QUE E2 A TROIS MOIS DE COUVERTURE. CE  *
      *             LOT CALCULE, PAR PRODUIT ET PAR ENTREPOT, LA      *
      *             COUVERTURE EN JOURS DU STOCK API9.STOCK_LOC AU    *
      *             RYTHME DES SORTIES RECENTES DE L'ENTREPOT (SORTIES*
      *             TRACEES DANS API9.LOC_ISSUE PAR IMPVENTS, ORDENT03*
      *             ET ORDAMEND, RETOURS EN NEGATIF) SUR LES DAYS=    *
      *             DERNIERS JOURS. UN ENTREPOT SOUS MINCOVER= JOURS  *
      *             EST RECOMPLETE, JUSQU'A LA COUVERTURE CIBLE (LE   *
      *             MILIEU ENTRE MINCOVER= ET MAXCOVER=), PAR UN      *
      *             ENTREPOT AU-DESSUS DE MAXCOVER= JOURS, QUI NE     *
      *             DESCEND PAS LUI-MEME SOUS CETTE CIBLE (UN         *
      *             ENTREPOT SANS SORTIE PEUT TOUT CEDER). LES        *
      *             PROPOSITIONS SONT ECRITES AU FORMAT FVLOCXFR DE   *
      *             LOCXFER : LE RESPONSABLE D'ENTREPOT LES CORRIGE   *
      *             OU LES SUPPRIME PUIS LES APPLIQUE PAR LOCXFER.    *
      *             UN PRODUIT SOUS SON MINIMUM DANS TOUS LES         *
      *             ENTREPOTS OU IL SORT N'EST PAS TRANSFERE : IL     *
      *             RELEVE DU REAPPROVISIONNEMENT (REORDRPT) ET EST   *
      *             SIMPLEMENT SIGNALE AU RAPPORT.                    *
      * ENTREE    : SYSIN (DAYS=, MINCOVER=, MAXCOVER= FACULTATIVES,  *
      *             90/15/60 PAR DEFAUT), API9.STOCK_LOC ET           *
      *             API9.LOC_ISSUE EN BASE DB2                        *
      * SORTIE    : FVLOCXFR (PROPOSITIONS) + RAPPORT (FREPORT)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

           SELECT XFER-FILE
               ASSIGN TO FVLOCXFR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-XFER.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * TRANSFERT PROPOSE, MEME DISPOSITION QUE XFER-RECORD DANS
      * LOCXFER (PRODUIT, ORIGINE, DESTINATION, QUANTITE)
       FD  XFER-FILE.
       01  XFER-RECORD.
           05 XF-PROD-NO              PIC X(3).
           05 FILLER                  PIC X(1).
           05 XF-FROM-LOC             PIC X(2).
           05 FILLER                  PIC X(1).
           05 XF-TO-LOC               PIC X(2).
           05 FILLER                  PIC X(1).
           05 XF-QTY                  PIC 9(5).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-XFER                 PIC XX VALUE SPACES.
           88 WS-XFER-OK                    VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-LOC-EOF-SW              PIC X  VALUE 'N'.
           88 WS-LOC-EOF                    VALUE 'Y'.

      * PARAMETRES (CARTES SYSIN) : PROFONDEUR DE L'HISTORIQUE DES
      * SORTIES, COUVERTURES MINIMUM ET MAXIMUM EN JOURS ; LA CIBLE
      * EST LE MILIEU DES DEUX
       01  WS-SI-NUM-TEST             PIC 9(3).
       01  WS-HISTORY-DAYS            PIC 9(3)  VALUE 90.
       01  WS-MIN-COVER               PIC 9(3)  VALUE 15.
       01  WS-MAX-COVER               PIC 9(3)  VALUE 60.
       01  WS-TARGET-COVER            PIC 9(3)  VALUE ZERO.
       01  WS-COVER-MAX               PIC 9(5)  VALUE 99999.

      * PREMIER JOUR DE L'HISTORIQUE (AAAA-MM-JJ)
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-DATE-INT                PIC 9(7)  VALUE ZERO.
       01  WS-FROM-DATE               PIC X(10) VALUE SPACES.

      * ENTREPOTS DU PRODUIT EN COURS : STOCK, SORTIES NETTES DE LA
      * PERIODE, QUANTITE MOYENNE PAR JOUR, COUVERTURE, ETAT
      * ('S' = SOUS LE MINIMUM, 'E' = AU-DESSUS DU MAXIMUM, ' ' =
      * DANS LA FOURCHETTE OU SANS SORTIE NI STOCK), BESOIN POUR
      * REMONTER A LA CIBLE OU EXCEDENT CESSIBLE AU-DELA DE LA CIBLE
       01  WS-CUR-PROD-NO             PIC X(3)  VALUE SPACES.
       01  WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 20 TIMES INDEXED BY LC-IX DN-IX.
              10 WS-LC-LOC            PIC X(2).
              10 WS-LC-STOCK          PIC S9(7)     COMP-3.
              10 WS-LC-ISSUED         PIC S9(7)     COMP-3.
              10 WS-LC-DAILY          PIC 9(5)V9999 COMP-3.
              10 WS-LC-COVER          PIC 9(5).
              10 WS-LC-STATE          PIC X(1).
              10 WS-LC-NEED           PIC S9(7)     COMP-3.
              10 WS-LC-SURPLUS        PIC S9(7)     COMP-3.
       01  WS-LOC-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-LOC-MAX                 PIC 9(3)  VALUE 20.
       01  WS-DEMAND-COUNT            PIC 9(3)  VALUE ZERO.
       01  WS-SHORT-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-OVER-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-TARGET-QTY              PIC S9(7) COMP-3 VALUE +0.
       01  WS-XFER-QTY                PIC S9(7) COMP-3 VALUE +0.
       01  WS-MIN-SHORT-COVER         PIC 9(5)  VALUE ZERO.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-PRODUCTS-READ        PIC 9(7) VALUE ZERO.
           05 WS-PROPOSALS            PIC 9(7) VALUE ZERO.
           05 WS-PROPOSED-QTY         PIC 9(9) VALUE ZERO.
           05 WS-SHORT-EVERYWHERE     PIC 9(7) VALUE ZERO.
           05 WS-NO-DONOR             PIC 9(7) VALUE ZERO.
           05 WS-ERRORS               PIC 9(5) VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
              'PROPOSITIONS DE TRANSFERTS ENTRE ENTREPOTS (FVLOCXFR)'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(19) VALUE
                 'SORTIES DEPUIS LE '.
              10 WS-RPT-FROM          PIC X(10).
              10 FILLER               PIC X(3)  VALUE ' ('.
              10 WS-RPT-DAYS          PIC ZZ9.
              10 FILLER               PIC X(22) VALUE
                 ' J.)  COUVERTURE MIN: '.
              10 WS-RPT-MIN           PIC ZZ9.
              10 FILLER               PIC X(7)  VALUE '  MAX: '.
              10 WS-RPT-MAX           PIC ZZ9.
              10 FILLER               PIC X(9)  VALUE '  CIBLE: '.
              10 WS-RPT-TARGET        PIC ZZ9.
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-DETAIL-LINE.
              10 FILLER               PIC X(9)  VALUE 'PRODUIT: '.
              10 WS-RPT-PROD          PIC X(3).
              10 FILLER               PIC X(5)  VALUE '  DE '.
              10 WS-RPT-FROM-LOC      PIC X(2).
              10 FILLER               PIC X(3)  VALUE ' ('.
              10 WS-RPT-FROM-COVER    PIC ZZZZ9.
              10 FILLER               PIC X(10) VALUE ' J.) VERS '.
              10 WS-RPT-TO-LOC        PIC X(2).
              10 FILLER               PIC X(2)  VALUE ' ('.
              10 WS-RPT-TO-COVER      PIC ZZZZ9.
              10 FILLER               PIC X(15) VALUE
                 ' J.) QUANTITE: '.
              10 WS-RPT-QTY           PIC ZZ,ZZ9.
           05 WS-SHORT-LINE.
              10 FILLER               PIC X(9)  VALUE 'PRODUIT: '.
              10 WS-RPT-SH-PROD       PIC X(3).
              10 FILLER               PIC X(3)  VALUE ' - '.
              10 WS-RPT-SH-TEXT       PIC X(50).
              10 FILLER               PIC X(19) VALUE
                 ' (COUV. MINIMALE: '.
              10 WS-RPT-SH-COVER      PIC ZZZZ9.
              10 FILLER               PIC X(4)  VALUE ' J.)'.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(19) VALUE
                 'PRODUITS ANALYSES: '.
              10 WS-RPT-PRODUCTS      PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(17) VALUE
                 '  PROPOSITIONS: '.
              10 WS-RPT-PROPOSALS     PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(14) VALUE
                 '  QUANTITE: '.
              10 WS-RPT-PROP-QTY      PIC ZZZ,ZZZ,ZZ9.
           05 WS-SUMMARY2-LINE.
              10 FILLER               PIC X(32) VALUE
                 'RUPTURE GENERALE (REORDRPT)   : '.
              10 WS-RPT-SHORT-ALL     PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(30) VALUE
                 '  SANS ENTREPOT EXCEDENTAIRE: '.
              10 WS-RPT-NO-DONOR      PIC Z,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
      * TABLE API9.LOC_ISSUE (O_NO, P_NO, LOC, QTY, ISSUE_DATE), A
      * AJOUTER AU SCHEMA EXISTANT : UNE LIGNE PAR SORTIE D'ENTREPOT
      * (IMPVENTS, ORDENT03 ; RETOURS ET RENDUS ORDAMEND EN NEGATIF),
      * SUPPRIMEE AVEC LA COMMANDE PAR LOADREV
       01  H-FROM-DATE                PIC X(10).
       01  H-P-NO                     PIC X(3).
       01  H-LOC                      PIC X(2).
       01  H-LOC-QTY                  PIC S9(7)  USAGE COMP-3.
       01  H-ISSUED                   PIC S9(7)  USAGE COMP-3.

      * STOCK DE CHAQUE ENTREPOT ET SES SORTIES NETTES DEPUIS LE
      * PREMIER JOUR DE L'HISTORIQUE, PRODUIT PAR PRODUIT
           EXEC SQL
               DECLARE LOC-CURSOR CURSOR FOR
               SELECT S.P_NO, S.LOC, COALESCE(S.QTY,0),
                      COALESCE(SUM(I.QTY),0)
                 FROM API9.STOCK_LOC S
                 LEFT OUTER JOIN API9.LOC_ISSUE I
                   ON I.P_NO = S.P_NO
                  AND I.LOC  = S.LOC
                  AND I.ISSUE_DATE >= :H-FROM-DATE
                GROUP BY S.P_NO, S.LOC, S.QTY
                ORDER BY S.P_NO, S.LOC
           END-EXEC.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-LOCATIONS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME LOCRPLN'
           PERFORM READ-SYSIN-CARDS
           IF WS-MIN-COVER >= WS-MAX-COVER
              DISPLAY 'MINCOVER= DOIT ETRE INFERIEUR A MAXCOVER=, '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-TARGET-COVER =
                   (WS-MIN-COVER + WS-MAX-COVER) / 2

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CCYYMMDD
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
                   - WS-HISTORY-DAYS + 1
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING WS-DATE-CCYYMMDD(1:4) '-'
                  WS-DATE-CCYYMMDD(5:2) '-'
                  WS-DATE-CCYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-FROM-DATE
           END-STRING
           MOVE WS-FROM-DATE TO H-FROM-DATE

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT XFER-FILE
           IF NOT WS-XFER-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER FVLOCXFR: '
                      WS-FS-XFER
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-FROM-DATE    TO WS-RPT-FROM
           MOVE WS-HISTORY-DAYS TO WS-RPT-DAYS
           MOVE WS-MIN-COVER    TO WS-RPT-MIN
           MOVE WS-MAX-COVER    TO WS-RPT-MAX
           MOVE WS-TARGET-COVER TO WS-RPT-TARGET
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN DAYS= / MINCOVER= / MAXCOVER=        *
      *****************************************************************
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
              WHEN SYSIN-RECORD(1:5) = 'DAYS='
                 IF SYSIN-RECORD(6:3) IS NUMERIC
                    MOVE SYSIN-RECORD(6:3) TO WS-SI-NUM-TEST
                    IF WS-SI-NUM-TEST > 0
                       MOVE WS-SI-NUM-TEST TO WS-HISTORY-DAYS
                    END-IF
                 END-IF
              WHEN SYSIN-RECORD(1:9) = 'MINCOVER='
                 IF SYSIN-RECORD(10:3) IS NUMERIC
                    MOVE SYSIN-RECORD(10:3) TO WS-MIN-COVER
                 END-IF
              WHEN SYSIN-RECORD(1:9) = 'MAXCOVER='
                 IF SYSIN-RECORD(10:3) IS NUMERIC
                    MOVE SYSIN-RECORD(10:3) TO WS-MAX-COVER
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * PARCOURS DU DETAIL PAR ENTREPOT, UN PRODUIT A LA FOIS         *
      *****************************************************************
       PROCESS-LOCATIONS.
           EXEC SQL OPEN LOC-CURSOR END-EXEC
           PERFORM READ-NEXT-LOCATION
           PERFORM UNTIL WS-LOC-EOF
              IF H-P-NO NOT = WS-CUR-PROD-NO
                 IF WS-LOC-COUNT > 0
                    PERFORM PROCESS-PRODUCT
                 END-IF
                 MOVE H-P-NO TO WS-CUR-PROD-NO
                 MOVE ZERO   TO WS-LOC-COUNT
              END-IF
              IF WS-LOC-COUNT < WS-LOC-MAX
                 ADD 1 TO WS-LOC-COUNT
                 MOVE H-LOC     TO WS-LC-LOC(WS-LOC-COUNT)
                 MOVE H-LOC-QTY TO WS-LC-STOCK(WS-LOC-COUNT)
                 MOVE H-ISSUED  TO WS-LC-ISSUED(WS-LOC-COUNT)
              ELSE
                 DISPLAY 'TROP D''ENTREPOTS POUR LE PRODUIT ' H-P-NO
                         ', ENTREPOT IGNORE: ' H-LOC
              END-IF
              PERFORM READ-NEXT-LOCATION
           END-PERFORM
           IF WS-LOC-COUNT > 0
              PERFORM PROCESS-PRODUCT
           END-IF
           EXEC SQL CLOSE LOC-CURSOR END-EXEC
           .

       READ-NEXT-LOCATION.
           EXEC SQL
               FETCH LOC-CURSOR
                INTO :H-P-NO, :H-LOC, :H-LOC-QTY, :H-ISSUED
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOC-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH LOC-CURSOR, SQLCODE: ' SQLCODE
                 ADD 1 TO WS-ERRORS
              END-IF
           END-IF
           .

      *****************************************************************
      * UN PRODUIT : COUVERTURE PAR ENTREPOT, PUIS TRANSFERTS DES     *
      * ENTREPOTS EXCEDENTAIRES VERS LES ENTREPOTS SOUS LE MINIMUM ;  *
      * SANS ENTREPOT EXCEDENTAIRE, LE PRODUIT EST SEULEMENT SIGNALE  *
      *****************************************************************
       PROCESS-PRODUCT.
           ADD 1 TO WS-PRODUCTS-READ
           MOVE ZERO TO WS-DEMAND-COUNT WS-SHORT-COUNT WS-OVER-COUNT
           MOVE WS-COVER-MAX TO WS-MIN-SHORT-COVER
           PERFORM VARYING LC-IX FROM 1 BY 1
                   UNTIL LC-IX > WS-LOC-COUNT
              PERFORM EVALUATE-LOCATION
           END-PERFORM

           IF WS-SHORT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-OVER-COUNT = 0
              MOVE WS-CUR-PROD-NO     TO WS-RPT-SH-PROD
              MOVE WS-MIN-SHORT-COVER TO WS-RPT-SH-COVER
              IF WS-SHORT-COUNT = WS-DEMAND-COUNT
                 ADD 1 TO WS-SHORT-EVERYWHERE
                 MOVE 'SOUS LE MINIMUM PARTOUT, LAISSE A REORDRPT'
                    TO WS-RPT-SH-TEXT
              ELSE
                 ADD 1 TO WS-NO-DONOR
                 MOVE 'AUCUN ENTREPOT EXCEDENTAIRE, PAS DE TRANSFERT'
                    TO WS-RPT-SH-TEXT
              END-IF
              WRITE REPORT-RECORD FROM WS-SHORT-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LC-IX FROM 1 BY 1
                   UNTIL LC-IX > WS-LOC-COUNT
              IF WS-LC-STATE(LC-IX) = 'S'
                 PERFORM VARYING DN-IX FROM 1 BY 1
                         UNTIL DN-IX > WS-LOC-COUNT
                            OR WS-LC-NEED(LC-IX) <= 0
                    IF WS-LC-STATE(DN-IX) = 'E'
                       AND WS-LC-SURPLUS(DN-IX) > 0
                       PERFORM PROPOSE-TRANSFER
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * COUVERTURE D'UN ENTREPOT ET ETAT PAR RAPPORT A LA FOURCHETTE  *
      * LA QUANTITE CIBLE EST ARRONDIE A L'UNITE SUPERIEURE           *
      *****************************************************************
       EVALUATE-LOCATION.
           MOVE SPACE TO WS-LC-STATE(LC-IX)
           MOVE ZERO  TO WS-LC-NEED(LC-IX) WS-LC-SURPLUS(LC-IX)
           IF WS-LC-ISSUED(LC-IX) > 0
              COMPUTE WS-LC-DAILY(LC-IX) ROUNDED =
                      WS-LC-ISSUED(LC-IX) / WS-HISTORY-DAYS
           ELSE
              MOVE ZERO TO WS-LC-DAILY(LC-IX)
           END-IF

           IF WS-LC-DAILY(LC-IX) = ZERO
              MOVE WS-COVER-MAX TO WS-LC-COVER(LC-IX)
              IF WS-LC-STOCK(LC-IX) > 0
                 MOVE 'E' TO WS-LC-STATE(LC-IX)
                 MOVE WS-LC-STOCK(LC-IX) TO WS-LC-SURPLUS(LC-IX)
                 ADD 1 TO WS-OVER-COUNT
              END-IF
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEMAND-COUNT
           IF WS-LC-STOCK(LC-IX) <= 0
              MOVE ZERO TO WS-LC-COVER(LC-IX)
           ELSE
              COMPUTE WS-LC-COVER(LC-IX) =
                      WS-LC-STOCK(LC-IX) / WS-LC-DAILY(LC-IX)
                 ON SIZE ERROR
                    MOVE WS-COVER-MAX TO WS-LC-COVER(LC-IX)
              END-COMPUTE
           END-IF
           COMPUTE WS-TARGET-QTY =
                   WS-LC-DAILY(LC-IX) * WS-TARGET-COVER + 0.9999

           EVALUATE TRUE
              WHEN WS-LC-COVER(LC-IX) < WS-MIN-COVER
                 MOVE 'S' TO WS-LC-STATE(LC-IX)
                 COMPUTE WS-LC-NEED(LC-IX) =
                         WS-TARGET-QTY - WS-LC-STOCK(LC-IX)
                 ADD 1 TO WS-SHORT-COUNT
                 IF WS-LC-COVER(LC-IX) < WS-MIN-SHORT-COVER
                    MOVE WS-LC-COVER(LC-IX) TO WS-MIN-SHORT-COVER
                 END-IF
              WHEN WS-LC-COVER(LC-IX) > WS-MAX-COVER
                 MOVE 'E' TO WS-LC-STATE(LC-IX)
                 COMPUTE WS-LC-SURPLUS(LC-IX) =
                         WS-LC-STOCK(LC-IX) - WS-TARGET-QTY
                 ADD 1 TO WS-OVER-COUNT
           END-EVALUATE
           .

      *****************************************************************
      * PROPOSITION D'UN TRANSFERT DE DN-IX VERS LC-IX : LE BESOIN DU *
      * DESTINATAIRE, DANS LA LIMITE DE L'EXCEDENT DE L'ORIGINE       *
      *****************************************************************
       PROPOSE-TRANSFER.
           IF WS-LC-NEED(LC-IX) < WS-LC-SURPLUS(DN-IX)
              MOVE WS-LC-NEED(LC-IX) TO WS-XFER-QTY
           ELSE
              MOVE WS-LC-SURPLUS(DN-IX) TO WS-XFER-QTY
           END-IF
           IF WS-XFER-QTY > 99999
              MOVE 99999 TO WS-XFER-QTY
           END-IF

           MOVE SPACES            TO XFER-RECORD
           MOVE WS-CUR-PROD-NO    TO XF-PROD-NO
           MOVE WS-LC-LOC(DN-IX)  TO XF-FROM-LOC
           MOVE WS-LC-LOC(LC-IX)  TO XF-TO-LOC
           MOVE WS-XFER-QTY       TO XF-QTY
           WRITE XFER-RECORD
           IF NOT WS-XFER-OK
              DISPLAY 'ERREUR ECRITURE FVLOCXFR: ' WS-FS-XFER
              ADD 1 TO WS-ERRORS
           END-IF

           MOVE WS-CUR-PROD-NO      TO WS-RPT-PROD
           MOVE WS-LC-LOC(DN-IX)    TO WS-RPT-FROM-LOC
           MOVE WS-LC-COVER(DN-IX)  TO WS-RPT-FROM-COVER
           MOVE WS-LC-LOC(LC-IX)    TO WS-RPT-TO-LOC
           MOVE WS-LC-COVER(LC-IX)  TO WS-RPT-TO-COVER
           MOVE WS-XFER-QTY         TO WS-RPT-QTY
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           SUBTRACT WS-XFER-QTY FROM WS-LC-NEED(LC-IX)
           SUBTRACT WS-XFER-QTY FROM WS-LC-SURPLUS(DN-IX)
           ADD 1 TO WS-PROPOSALS
           ADD WS-XFER-QTY TO WS-PROPOSED-QTY
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-PRODUCTS-READ    TO WS-RPT-PRODUCTS
           MOVE WS-PROPOSALS        TO WS-RPT-PROPOSALS
           MOVE WS-PROPOSED-QTY     TO WS-RPT-PROP-QTY
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-SHORT-EVERYWHERE TO WS-RPT-SHORT-ALL
           MOVE WS-NO-DONOR         TO WS-RPT-NO-DONOR
           WRITE REPORT-RECORD FROM WS-SUMMARY2-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           CLOSE XFER-FILE
           DISPLAY 'FIN DU PROGRAMME LOCRPLN'
           DISPLAY 'PRODUITS ANALYSES: ' WS-PRODUCTS-READ
           DISPLAY 'TRANSFERTS PROPOSES: ' WS-PROPOSALS
           DISPLAY 'RUPTURES GENERALES: ' WS-SHORT-EVERYWHERE
           IF WS-ERRORS > 0
              DISPLAY 'ERREURS: ' WS-ERRORS
              MOVE 8 TO RETURN-CODE
           END-IF
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
