       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBOOK.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CARNET DES LIVRAISONS PLANIFIEES                  *
      * OBJECTIF  : LES LIGNES A LIVRER AU-DELA DE L'HORIZON NE SONT  *
      *             PAS ENCORE DES VENTES (NI COMMANDE EN BASE NI     *
      *             STOCK RESERVE) : ELLES N'APPARAISSENT DANS AUCUN  *
      *             ETAT DE VENTES OU DE STOCK. CE RAPPORT DONNE AUX  *
      *             ACHATS ET A L'ENTREPOT LA DEMANDE FUTURE DEJA     *
      *             CONNUE, PAR SEMAINE DE LIVRAISON SOUHAITEE (DU    *
      *             LUNDI AU DIMANCHE) ET PAR PRODUIT : QUANTITE ET   *
      *             NOMBRE DE LIGNES, TOTAL PAR SEMAINE ET TOTAL      *
      *             GENERAL. IL LIT LE REPORT FVSCHEDN ECRIT PAR      *
      *             SCHEDREL (LIGNES PLANIFIEES PAR IMPVENTS ENCORE   *
      *             HORS FENETRE) ET LES VENTES DU COMPTOIR PLANIFIEES*
      *             PAR ORDENT03 (SCHED03, LECTURE SEULE). LES AVOIRS *
      *             PLANIFIES NE SONT PAS DE LA DEMANDE : ILS SONT    *
      *             SEULEMENT COMPTES.                                *
      * ENTREE    : FVSCHED (FORMAT DES LIGNES PLANIFIEES D'IMPVENTS),*
      *             SCHED03 (VENTES DU COMPTOIR, FACULTATIF)          *
      * SORTIE    : RAPPORT (FREPORT)                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE
               ASSIGN TO FVSCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCHED.

      * VENTES DU COMPTOIR A LIVRER PLUS TARD (FICHIER VSAM PARTAGE
      * AVEC ORDENT03 ET SCHEDREL), PARCOURU EN SEQUENCE DE CLE
           SELECT COUNTER-FILE
               ASSIGN TO SCHED03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-FS-COUNTER.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SCHED               PIC XX VALUE SPACES.
           88 WS-SCHED-OK                  VALUE '00'.
           88 WS-SCHED-EOF                 VALUE '10'.
       01  WS-FS-COUNTER             PIC XX VALUE SPACES.
           88 WS-COUNTER-OK                VALUE '00'.
           88 WS-COUNTER-EOF               VALUE '10'.
       01  WS-FS-REPORT              PIC XX VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

      * DEMANDE PLANIFIEE PAR SEMAINE (LUNDI EN JOURS ENTIERS) ET
      * PRODUIT, TENUE TRIEE A L'INSERTION (SEMAINE PUIS PRODUIT)
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 500 TIMES INDEXED BY BK-IX.
              10 WS-BK-WEEK-INT      PIC 9(7).
              10 WS-BK-PROD-NO       PIC X(3).
              10 WS-BK-QTY           PIC 9(7).
              10 WS-BK-LINES         PIC 9(5).
       01  WS-BOOK-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-BOOK-MAX               PIC 9(3)  VALUE 500.
       01  WS-BOOK-POS               PIC 9(3)  VALUE ZERO.
       01  WS-BOOK-SHIFT             PIC 9(3)  VALUE ZERO.
       01  WS-BOOK-FOUND-SW          PIC X     VALUE 'N'.
           88 WS-BOOK-FOUND                VALUE 'Y'.

      * LIGNE EN COURS DE CUMUL
       01  WS-CUR-REQ-DATE           PIC X(10) VALUE SPACES.
       01  WS-CUR-PROD-NO            PIC X(3)  VALUE SPACES.
       01  WS-CUR-QTY                PIC 9(2)  VALUE ZERO.
       01  WS-CUR-WEEK-INT           PIC 9(7)  VALUE ZERO.
       01  WS-DAY-INT                PIC 9(7)  VALUE ZERO.
       01  WS-LN-IX                  PIC 9(1)  VALUE ZERO.

      * CONVERSION DE DATES
       01  WS-DATE-CCYYMMDD          PIC 9(8)  VALUE ZERO.
       01  WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
           05 WS-DT-YYYY             PIC X(4).
           05 WS-DT-MM               PIC X(2).
           05 WS-DT-DD               PIC X(2).
       01  WS-BAD-DATE-SW            PIC X     VALUE 'N'.
           88 WS-BAD-DATE                  VALUE 'Y'.

      * RUPTURE PAR SEMAINE
       01  WS-PREV-WEEK-INT          PIC 9(7)  VALUE ZERO.
       01  WS-WEEK-QTY               PIC 9(7)  VALUE ZERO.
       01  WS-WEEK-LINES             PIC 9(5)  VALUE ZERO.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-RECORDS-READ        PIC 9(7)  VALUE ZERO.
           05 WS-COUNTER-READ        PIC 9(5)  VALUE ZERO.
           05 WS-LINES-BOOKED        PIC 9(7)  VALUE ZERO.
           05 WS-QTY-BOOKED          PIC 9(9)  VALUE ZERO.
           05 WS-RETURNS-SKIPPED     PIC 9(5)  VALUE ZERO.
           05 WS-LINES-REJECTED      PIC 9(5)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE         PIC X(132) VALUE
                 'CARNET DES LIVRAISONS PLANIFIEES PAR SEMAINE ET PAR
      -          ' PRODUIT'.
           05 WS-SEPARATOR-LINE      PIC X(132) VALUE ALL '-'.
           05 WS-WEEK-LINE.
              10 FILLER              PIC X(11)  VALUE 'SEMAINE DU '.
              10 WS-RPT-WEEK-FROM    PIC X(10).
              10 FILLER              PIC X(4)   VALUE ' AU '.
              10 WS-RPT-WEEK-TO      PIC X(10).
           05 WS-DETAIL-LINE.
              10 FILLER              PIC X(13)  VALUE
                 '   PRODUIT : '.
              10 WS-RPT-PROD         PIC X(3).
              10 FILLER              PIC X(14)  VALUE
                 '  QUANTITE : '.
              10 WS-RPT-QTY          PIC ZZZ,ZZ9.
              10 FILLER              PIC X(11)  VALUE
                 '  LIGNES : '.
              10 WS-RPT-LINES        PIC ZZ,ZZ9.
           05 WS-WEEK-TOTAL-LINE.
              10 FILLER              PIC X(30)  VALUE
                 '   TOTAL SEMAINE  QUANTITE : '.
              10 WS-RPT-WK-QTY       PIC ZZZ,ZZ9.
              10 FILLER              PIC X(11)  VALUE
                 '  LIGNES : '.
              10 WS-RPT-WK-LINES     PIC ZZ,ZZ9.
           05 WS-SUMMARY-LINE.
              10 FILLER              PIC X(30)  VALUE
                 'TOTAL GENERAL   QUANTITE : '.
              10 WS-RPT-TOT-QTY      PIC ZZZ,ZZZ,ZZ9.
              10 FILLER              PIC X(11)  VALUE
                 '  LIGNES : '.
              10 WS-RPT-TOT-LINES    PIC ZZZ,ZZ9.
           05 WS-COUNT-LINE.
              10 FILLER              PIC X(20)  VALUE
                 'LIGNES PLANIFIEES: '.
              10 WS-RPT-READ         PIC ZZ,ZZ9.
              10 FILLER              PIC X(24)  VALUE
                 ' - COMMANDES COMPTOIR: '.
              10 WS-RPT-C-READ       PIC ZZ,ZZ9.
              10 FILLER              PIC X(22)  VALUE
                 ' - AVOIRS IGNORES : '.
              10 WS-RPT-RETURNS      PIC ZZ,ZZ9.
              10 FILLER              PIC X(24)  VALUE
                 ' - NON CUMULEES (*) : '.
              10 WS-RPT-REJECTED     PIC ZZ,ZZ9.
           05 WS-NOTE-LINE           PIC X(132) VALUE
                 '(*) DATE SOUHAITEE ILLISIBLE OU TABLE DU CARNET PLEINE
      -          ' (500 SEMAINES/PRODUITS)'.
           05 WS-EMPTY-LINE          PIC X(132) VALUE
                 'AUCUNE LIVRAISON PLANIFIEE'.
           05 WS-TIMESTAMP-LINE      PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL : CUMUL DES DEUX SOURCES DE LIGNES        *
      * PLANIFIEES PUIS EDITION PAR SEMAINE ET PRODUIT                *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-SCHEDULE
           PERFORM PROCESS-COUNTER-ORDERS
           PERFORM PRINT-BOOK
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME ORDBOOK'
           OPEN INPUT SCHED-FILE
           IF NOT WS-SCHED-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PLANIFICATION: '
                      WS-FS-SCHED
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              CLOSE SCHED-FILE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LIGNES PLANIFIEES PAR IMPVENTS : LE TYPE DE LIGNE DE L'IMAGE  *
      * DISTINGUE LES AVOIRS (R, OU V POUR UNE LIGNE RECYCLEE)        *
      *****************************************************************
       PROCESS-SCHEDULE.
           PERFORM UNTIL WS-SCHED-EOF
              READ SCHED-FILE
                 AT END MOVE '10' TO WS-FS-SCHED
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF SD-LINE-IMAGE(1:1) = 'R'
                       OR SD-LINE-IMAGE(1:1) = 'V'
                       ADD 1 TO WS-RETURNS-SKIPPED
                    ELSE
                       MOVE SD-REQ-DATE TO WS-CUR-REQ-DATE
                       MOVE SD-PROD-NO  TO WS-CUR-PROD-NO
                       MOVE SD-QTY      TO WS-CUR-QTY
                       PERFORM BOOK-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHED-FILE
           .

      *****************************************************************
      * VENTES DU COMPTOIR PLANIFIEES (SCHED03, FACULTATIF)           *
      *****************************************************************
       PROCESS-COUNTER-ORDERS.
           OPEN INPUT COUNTER-FILE
           IF NOT WS-COUNTER-OK
              DISPLAY 'FICHIER DES VENTES COMPTOIR SCHED03 NON OUVERT ('
                      WS-FS-COUNTER '), NON CUMULE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COUNTER-EOF
              READ COUNTER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-FS-COUNTER
                 NOT AT END
                    ADD 1 TO WS-COUNTER-READ
                    PERFORM BOOK-COUNTER-ORDER
              END-READ
           END-PERFORM
           CLOSE COUNTER-FILE
           .

       BOOK-COUNTER-ORDER.
           IF PL-LINE-COUNT > 3
              MOVE 3 TO PL-LINE-COUNT
           END-IF
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > PL-LINE-COUNT
              MOVE PL-REQ-DATE          TO WS-CUR-REQ-DATE
              MOVE PL-PROD-NO(WS-LN-IX) TO WS-CUR-PROD-NO
              MOVE PL-QTY(WS-LN-IX)     TO WS-CUR-QTY
              PERFORM BOOK-ONE-LINE
           END-PERFORM
           .

      *****************************************************************
      * CUMUL D'UNE LIGNE DANS LE CARNET : SEMAINE = LUNDI DE LA DATE *
      * SOUHAITEE (LE JOUR ENTIER 1 EST UN LUNDI), PLACE TROUVEE OU   *
      * INSEREE DANS L'ORDRE SEMAINE/PRODUIT                          *
      *****************************************************************
       BOOK-ONE-LINE.
           PERFORM CONVERT-REQ-DATE
           IF WS-BAD-DATE
              ADD 1 TO WS-LINES-REJECTED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUR-WEEK-INT =
                   WS-DAY-INT - FUNCTION MOD(WS-DAY-INT - 1, 7)
           MOVE 'N' TO WS-BOOK-FOUND-SW
           MOVE ZERO TO WS-BOOK-POS
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > WS-BOOK-COUNT OR WS-BOOK-POS > 0
              EVALUATE TRUE
                 WHEN WS-BK-WEEK-INT(BK-IX) = WS-CUR-WEEK-INT
                      AND WS-BK-PROD-NO(BK-IX) = WS-CUR-PROD-NO
                    MOVE 'Y' TO WS-BOOK-FOUND-SW
                    SET WS-BOOK-POS TO BK-IX
                 WHEN WS-BK-WEEK-INT(BK-IX) > WS-CUR-WEEK-INT
                    SET WS-BOOK-POS TO BK-IX
                 WHEN WS-BK-WEEK-INT(BK-IX) = WS-CUR-WEEK-INT
                      AND WS-BK-PROD-NO(BK-IX) > WS-CUR-PROD-NO
                    SET WS-BOOK-POS TO BK-IX
              END-EVALUATE
           END-PERFORM
           IF NOT WS-BOOK-FOUND
              IF WS-BOOK-COUNT >= WS-BOOK-MAX
                 ADD 1 TO WS-LINES-REJECTED
                 EXIT PARAGRAPH
              END-IF
              IF WS-BOOK-POS = 0
                 COMPUTE WS-BOOK-POS = WS-BOOK-COUNT + 1
              ELSE
                 PERFORM VARYING WS-BOOK-SHIFT FROM WS-BOOK-COUNT BY -1
                         UNTIL WS-BOOK-SHIFT < WS-BOOK-POS
                    MOVE WS-BOOK-ENTRY(WS-BOOK-SHIFT)
                      TO WS-BOOK-ENTRY(WS-BOOK-SHIFT + 1)
                 END-PERFORM
              END-IF
              ADD 1 TO WS-BOOK-COUNT
              MOVE WS-CUR-WEEK-INT TO WS-BK-WEEK-INT(WS-BOOK-POS)
              MOVE WS-CUR-PROD-NO  TO WS-BK-PROD-NO(WS-BOOK-POS)
              MOVE ZERO            TO WS-BK-QTY(WS-BOOK-POS)
              MOVE ZERO            TO WS-BK-LINES(WS-BOOK-POS)
           END-IF
           ADD WS-CUR-QTY TO WS-BK-QTY(WS-BOOK-POS)
           ADD 1          TO WS-BK-LINES(WS-BOOK-POS)
           ADD WS-CUR-QTY TO WS-QTY-BOOKED
           ADD 1          TO WS-LINES-BOOKED
           .

      * DATE AAAA-MM-JJ (WS-CUR-REQ-DATE) EN JOURS ENTIERS (WS-DAY-INT)
       CONVERT-REQ-DATE.
           MOVE 'N' TO WS-BAD-DATE-SW
           IF WS-CUR-REQ-DATE(1:4) NOT NUMERIC
              OR WS-CUR-REQ-DATE(6:2) NOT NUMERIC
              OR WS-CUR-REQ-DATE(9:2) NOT NUMERIC
              MOVE 'Y' TO WS-BAD-DATE-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-REQ-DATE(1:4) TO WS-DT-YYYY
           MOVE WS-CUR-REQ-DATE(6:2) TO WS-DT-MM
           MOVE WS-CUR-REQ-DATE(9:2) TO WS-DT-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              MOVE 'Y' TO WS-BAD-DATE-SW
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           .

      *****************************************************************
      * EDITION DU CARNET : UNE RUPTURE PAR SEMAINE, UN DETAIL PAR    *
      * PRODUIT                                                       *
      *****************************************************************
       PRINT-BOOK.
           IF WS-BOOK-COUNT = 0
              WRITE REPORT-RECORD FROM WS-EMPTY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PREV-WEEK-INT
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > WS-BOOK-COUNT
              IF WS-BK-WEEK-INT(BK-IX) NOT = WS-PREV-WEEK-INT
                 IF WS-PREV-WEEK-INT NOT = 0
                    PERFORM PRINT-WEEK-TOTAL
                 END-IF
                 MOVE WS-BK-WEEK-INT(BK-IX) TO WS-PREV-WEEK-INT
                 PERFORM PRINT-WEEK-HEADER
              END-IF
              MOVE WS-BK-PROD-NO(BK-IX) TO WS-RPT-PROD
              MOVE WS-BK-QTY(BK-IX)     TO WS-RPT-QTY
              MOVE WS-BK-LINES(BK-IX)   TO WS-RPT-LINES
              WRITE REPORT-RECORD FROM WS-DETAIL-LINE
              ADD WS-BK-QTY(BK-IX)   TO WS-WEEK-QTY
              ADD WS-BK-LINES(BK-IX) TO WS-WEEK-LINES
           END-PERFORM
           PERFORM PRINT-WEEK-TOTAL
           .

       PRINT-WEEK-HEADER.
           MOVE ZERO TO WS-WEEK-QTY
           MOVE ZERO TO WS-WEEK-LINES
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-PREV-WEEK-INT)
           MOVE SPACES TO WS-RPT-WEEK-FROM
           STRING WS-DT-YYYY '-' WS-DT-MM '-' WS-DT-DD
              DELIMITED BY SIZE INTO WS-RPT-WEEK-FROM
           END-STRING
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-PREV-WEEK-INT + 6)
           MOVE SPACES TO WS-RPT-WEEK-TO
           STRING WS-DT-YYYY '-' WS-DT-MM '-' WS-DT-DD
              DELIMITED BY SIZE INTO WS-RPT-WEEK-TO
           END-STRING
           WRITE REPORT-RECORD FROM WS-WEEK-LINE
           .

       PRINT-WEEK-TOTAL.
           MOVE WS-WEEK-QTY   TO WS-RPT-WK-QTY
           MOVE WS-WEEK-LINES TO WS-RPT-WK-LINES
           WRITE REPORT-RECORD FROM WS-WEEK-TOTAL-LINE
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-QTY-BOOKED   TO WS-RPT-TOT-QTY
           MOVE WS-LINES-BOOKED TO WS-RPT-TOT-LINES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-RECORDS-READ    TO WS-RPT-READ
           MOVE WS-COUNTER-READ    TO WS-RPT-C-READ
           MOVE WS-RETURNS-SKIPPED TO WS-RPT-RETURNS
           MOVE WS-LINES-REJECTED  TO WS-RPT-REJECTED
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-LINES-REJECTED > 0
              WRITE REPORT-RECORD FROM WS-NOTE-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME ORDBOOK'
           DISPLAY 'LIGNES CUMULEES: ' WS-LINES-BOOKED
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
