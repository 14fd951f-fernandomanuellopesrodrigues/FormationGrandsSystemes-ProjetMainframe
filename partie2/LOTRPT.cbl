       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTRPT.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : PEREMPTIONS ET RAPPELS DE LOTS                    *
      * OBJECTIF  : LE STOCK RECU EST TENU PAR LOT DANS API9.STOCK_LOT*
      *             (NUMERO DE LOT ET DATE DE PEREMPTION SAISIS A LA  *
      *             RECEPTION PAR IMPRECPT) ET CHAQUE SORTIE          *
      *             (IMPVENTS, ORDENT03, RELBACKO) TRACE LES LOTS     *
      *             PRELEVES PAR COMMANDE DANS API9.LOT_ALLOC. DEUX   *
      *             EDITIONS, COMME LES DEUX MODES DE REBATE :        *
      *             - MODE=EXPIRY (PAR DEFAUT) : LOTS ENCORE EN STOCK *
      *               QUI PERIMENT DANS LES N JOURS (CARTE DAYS=,     *
      *               30 PAR DEFAUT) OU SONT DEJA PERIMES, PAR DATE   *
      *               DE PEREMPTION ; LES PRODUITS NON PERISSABLES    *
      *               (PEREMPTION 9999-12-31) SONT EXCLUS ;           *
      *             - MODE=RECALL (CARTE LOT= OBLIGATOIRE, PROD=      *
      *               FACULTATIVE QUAND LE NUMERO DE LOT EST PROPRE A *
      *               UN FOURNISSEUR) : TOUTES LES COMMANDES AYANT    *
      *               RECU LE LOT, AVEC CLIENT, DATE ET QUANTITE NETTE*
      *               DES RETOURS, POUR LE RAPPEL DES CLIENTS.        *
      * ENTREE    : SYSIN (MODE=, DAYS=, ASOF=, LOT=, PROD=), BASE DB2*
      * SORTIE    : RAPPORT (FREPORT)                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * PARAMETRES (CARTES SYSIN)
       01  WS-MODE                    PIC X(6)  VALUE 'EXPIRY'.
           88 WS-MODE-EXPIRY                VALUE 'EXPIRY'.
           88 WS-MODE-RECALL                VALUE 'RECALL'.
       01  WS-DAYS                    PIC 9(3)  VALUE 30.
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
       01  WS-RECALL-LOT              PIC X(10) VALUE SPACES.
       01  WS-RECALL-PROD             PIC X(3)  VALUE SPACES.
       01  WS-SI-NUM-TEST             PIC 9(3)  VALUE ZERO.

      * CALCUL DE LA DATE LIMITE (ASOF + N JOURS)
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-ASOF-INT                PIC S9(9) COMP VALUE 0.
       01  WS-LIMIT-INT               PIC S9(9) COMP VALUE 0.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-LOT-EOF-SW              PIC X  VALUE 'N'.
           88 WS-LOT-EOF                    VALUE 'Y'.

      * COMPTEURS ET TOTAUX
       01  WS-COUNTERS.
           05 WS-LINES-LISTED         PIC 9(7)  VALUE ZERO.
           05 WS-LOTS-EXPIRED         PIC 9(7)  VALUE ZERO.
           05 WS-ORDERS-LISTED        PIC 9(7)  VALUE ZERO.
       01  WS-TOT-QTY                 PIC S9(9) VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-EXP-HEADER-LINE      PIC X(132)    VALUE
                 'LOTS EN STOCK ARRIVANT A PEREMPTION'.
           05 WS-RCL-HEADER-LINE      PIC X(132)    VALUE
                 'RAPPEL DE LOT - COMMANDES AYANT RECU LE LOT'.
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-EXP-PARAM-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'DATE DE REFERENCE: '.
              10 WS-RPT-ASOF          PIC X(10).
              10 FILLER               PIC X(21)     VALUE
                 ' - PEREMPTION AVANT: '.
              10 WS-RPT-LIMIT         PIC X(10).
              10 FILLER               PIC X(2)      VALUE ' ('.
              10 WS-RPT-DAYS          PIC ZZ9.
              10 FILLER               PIC X(7)      VALUE ' JOURS)'.
           05 WS-RCL-PARAM-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'LOT RAPPELE      : '.
              10 WS-RPT-R-LOT         PIC X(10).
              10 FILLER               PIC X(12)     VALUE
                 ' - PRODUIT: '.
              10 WS-RPT-R-PROD        PIC X(5).
           05 WS-EXP-COLUMN-LINE.
              10 FILLER               PIC X(50)     VALUE
                 'PEREMPTION  PRODUIT DESIGNATION'.
              10 FILLER               PIC X(40)     VALUE
                 'LOT         RECU LE        QUANTITE'.
           05 WS-EXP-LINE.
              10 WS-RPT-EXPIRY        PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-P-NO          PIC X(3).
              10 FILLER               PIC X(5)      VALUE SPACES.
              10 WS-RPT-DESC          PIC X(30).
              10 WS-RPT-LOT-NO        PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-RECV          PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-QTY           PIC ZZZ,ZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-FLAG          PIC X(10).
           05 WS-RCL-COLUMN-LINE.
              10 FILLER               PIC X(50)     VALUE
                 'COMMANDE  DATE        CLIENT'.
              10 FILLER               PIC X(40)     VALUE
                 'PRODUIT  QUANTITE'.
           05 WS-RCL-LINE.
              10 WS-RPT-O-NO          PIC ZZZZZZ9.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-O-DATE        PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-C-NO          PIC ZZZ9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-C-NAME        PIC X(23).
              10 WS-RPT-R-PNO         PIC X(3).
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-R-QTY         PIC ZZZ,ZZ9.
           05 WS-NONE-LINE            PIC X(132).
           05 WS-EXP-SUMMARY-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'LOTS LISTES        : '.
              10 WS-RPT-S-LINES       PIC ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - DEJA PERIMES : '.
              10 WS-RPT-S-EXPIRED     PIC ZZZ,ZZ9.
              10 FILLER               PIC X(20)     VALUE
                 ' - QUANTITE TOTALE: '.
              10 WS-RPT-S-QTY         PIC ZZZ,ZZZ,ZZ9.
           05 WS-RCL-SUMMARY-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'COMMANDES CONCERNEES: '.
              10 WS-RPT-S-ORDERS      PIC ZZZ,ZZ9.
              10 FILLER               PIC X(20)     VALUE
                 ' - QUANTITE TOTALE: '.
              10 WS-RPT-S-R-QTY       PIC ZZZ,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-ASOF-DATE                PIC X(10).
       01  H-LIMIT-DATE               PIC X(10).
       01  H-LOT-NO                   PIC X(10).
       01  H-RCL-P-NO                 PIC XXX.
       01  H-P-NO                     PIC XXX.
       01  H-P-DESC                   PIC X(30).
       01  H-EXPIRY                   PIC X(10).
       01  H-RECV-DATE                PIC X(10).
       01  H-QTY                      PIC S9(7)     USAGE COMP-3.
       01  H-O-NO                     PIC 9(7).
       01  H-O-DATE                   PIC X(10).
       01  H-C-NO                     PIC 9(4).
       01  H-C-NAME                   PIC X(30).

      * LOTS EN STOCK PERIMANT AU PLUS TARD A LA DATE LIMITE (LES
      * LOTS DEJA PERIMES ET ENCORE EN STOCK EN FONT PARTIE)
           EXEC SQL
               DECLARE EXP-CURSOR CURSOR FOR
               SELECT L.EXPIRY_DATE, L.P_NO,
                      COALESCE(P.DESCRIPTION,' '), L.LOT_NO,
                      COALESCE(L.RECV_DATE,' '), L.QTY
                 FROM API9.STOCK_LOT L
                      LEFT OUTER JOIN API9.PRODUCTS P
                        ON P.P_NO = L.P_NO
                WHERE L.QTY > 0
                  AND L.EXPIRY_DATE <= :H-LIMIT-DATE
                  AND L.EXPIRY_DATE <> '9999-12-31'
                ORDER BY L.EXPIRY_DATE, L.P_NO, L.LOT_NO
           END-EXEC.

      * COMMANDES AYANT RECU LE LOT (NET DES RETOURS REMIS DANS LE
      * LOT), AVEC L'IDENTITE CLIENT ; PROD= A BLANC = TOUS PRODUITS
           EXEC SQL
               DECLARE RCL-CURSOR CURSOR FOR
               SELECT A.O_NO, COALESCE(O.O_DATE,' '),
                      COALESCE(O.C_NO,0), COALESCE(C.NAME,' '),
                      A.P_NO, SUM(A.QTY)
                 FROM API9.LOT_ALLOC A
                      LEFT OUTER JOIN API9.ORDERS O
                        ON O.O_NO = A.O_NO
                      LEFT OUTER JOIN API9.CUSTOMERS C
                        ON C.C_NO = O.C_NO
                WHERE A.LOT_NO = :H-LOT-NO
                  AND (A.P_NO = :H-RCL-P-NO OR :H-RCL-P-NO = ' ')
                GROUP BY A.O_NO, O.O_DATE, O.C_NO, C.NAME, A.P_NO
               HAVING SUM(A.QTY) > 0
                ORDER BY A.O_NO, A.P_NO
           END-EXEC.

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           IF WS-MODE-RECALL
              PERFORM REPORT-RECALL
           ELSE
              PERFORM REPORT-EXPIRY
           END-IF
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME LOTRPT'
           PERFORM READ-SYSIN-CARDS
           IF NOT WS-MODE-EXPIRY AND NOT WS-MODE-RECALL
              DISPLAY 'CARTE MODE=' WS-MODE ' INCONNUE (EXPIRY OU '
                      'RECALL), ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MODE-RECALL AND WS-RECALL-LOT = SPACES
              DISPLAY 'CARTE SYSIN LOT= OBLIGATOIRE EN MODE RECALL, '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-ASOF-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-ASOF-DATE
              END-STRING
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: ' WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
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
              WHEN SYSIN-RECORD(1:5) = 'MODE='
                 MOVE SYSIN-RECORD(6:6) TO WS-MODE
              WHEN SYSIN-RECORD(1:5) = 'ASOF='
                 MOVE SYSIN-RECORD(6:10) TO WS-ASOF-DATE
              WHEN SYSIN-RECORD(1:5) = 'DAYS='
                 IF SYSIN-RECORD(6:3) IS NUMERIC
                    MOVE SYSIN-RECORD(6:3) TO WS-DAYS
                 ELSE
                    IF SYSIN-RECORD(6:2) IS NUMERIC
                       MOVE SYSIN-RECORD(6:2) TO WS-SI-NUM-TEST
                       MOVE WS-SI-NUM-TEST TO WS-DAYS
                    END-IF
                 END-IF
              WHEN SYSIN-RECORD(1:4) = 'LOT='
                 MOVE SYSIN-RECORD(5:10) TO WS-RECALL-LOT
              WHEN SYSIN-RECORD(1:5) = 'PROD='
                 MOVE SYSIN-RECORD(6:3) TO WS-RECALL-PROD
           END-EVALUATE
           .

      *****************************************************************
      * MODE EXPIRY : LOTS PERIMANT DANS LES N JOURS, PAR DATE DE     *
      * PEREMPTION ; UN LOT DEJA PERIME EST SIGNALE                   *
      *****************************************************************
       REPORT-EXPIRY.
           MOVE WS-ASOF-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-ASOF-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-ASOF-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
           COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           COMPUTE WS-LIMIT-INT = WS-ASOF-INT + WS-DAYS
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT)
           MOVE SPACES TO H-LIMIT-DATE
           STRING WS-DATE-CCYYMMDD(1:4) '-'
                  WS-DATE-CCYYMMDD(5:2) '-'
                  WS-DATE-CCYYMMDD(7:2)
              DELIMITED BY SIZE INTO H-LIMIT-DATE
           END-STRING
           MOVE WS-ASOF-DATE TO H-ASOF-DATE

           WRITE REPORT-RECORD FROM WS-EXP-HEADER-LINE
           MOVE WS-ASOF-DATE TO WS-RPT-ASOF
           MOVE H-LIMIT-DATE TO WS-RPT-LIMIT
           MOVE WS-DAYS      TO WS-RPT-DAYS
           WRITE REPORT-RECORD FROM WS-EXP-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-EXP-COLUMN-LINE

           MOVE 'N' TO WS-LOT-EOF-SW
           EXEC SQL OPEN EXP-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN EXP-CURSOR, SQLCODE: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-LOT-EOF-SW
           ELSE
              PERFORM FETCH-NEXT-EXPIRY
           END-IF
           PERFORM UNTIL WS-LOT-EOF
                   PERFORM WRITE-EXPIRY-LINE
                   PERFORM FETCH-NEXT-EXPIRY
           END-PERFORM
           EXEC SQL CLOSE EXP-CURSOR END-EXEC
           IF WS-LINES-LISTED = ZERO
              MOVE '   AUCUN LOT EN STOCK NE PERIME DANS LA PERIODE'
                 TO WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-LINES-LISTED TO WS-RPT-S-LINES
           MOVE WS-LOTS-EXPIRED TO WS-RPT-S-EXPIRED
           MOVE WS-TOT-QTY      TO WS-RPT-S-QTY
           WRITE REPORT-RECORD FROM WS-EXP-SUMMARY-LINE
           .

       FETCH-NEXT-EXPIRY.
           EXEC SQL
               FETCH EXP-CURSOR
                INTO :H-EXPIRY, :H-P-NO, :H-P-DESC, :H-LOT-NO,
                     :H-RECV-DATE, :H-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH EXP-CURSOR, SQLCODE: ' SQLCODE
              END-IF
           END-IF
           .

       WRITE-EXPIRY-LINE.
           ADD 1 TO WS-LINES-LISTED
           MOVE H-EXPIRY    TO WS-RPT-EXPIRY
           MOVE H-P-NO      TO WS-RPT-P-NO
           MOVE H-P-DESC    TO WS-RPT-DESC
           MOVE H-LOT-NO    TO WS-RPT-LOT-NO
           MOVE H-RECV-DATE TO WS-RPT-RECV
           MOVE H-QTY       TO WS-RPT-QTY
           IF H-EXPIRY < H-ASOF-DATE
              ADD 1 TO WS-LOTS-EXPIRED
              MOVE '** PERIME' TO WS-RPT-FLAG
           ELSE
              MOVE SPACES TO WS-RPT-FLAG
           END-IF
           WRITE REPORT-RECORD FROM WS-EXP-LINE
           ADD H-QTY TO WS-TOT-QTY
           .

      *****************************************************************
      * MODE RECALL : TOUTES LES COMMANDES AYANT RECU LE LOT          *
      *****************************************************************
       REPORT-RECALL.
           MOVE WS-RECALL-LOT  TO H-LOT-NO
           MOVE WS-RECALL-PROD TO H-RCL-P-NO

           WRITE REPORT-RECORD FROM WS-RCL-HEADER-LINE
           MOVE WS-RECALL-LOT TO WS-RPT-R-LOT
           IF WS-RECALL-PROD = SPACES
              MOVE 'TOUS' TO WS-RPT-R-PROD
           ELSE
              MOVE WS-RECALL-PROD TO WS-RPT-R-PROD
           END-IF
           WRITE REPORT-RECORD FROM WS-RCL-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-RCL-COLUMN-LINE

           MOVE 'N' TO WS-LOT-EOF-SW
           EXEC SQL OPEN RCL-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR OPEN RCL-CURSOR, SQLCODE: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-LOT-EOF-SW
           ELSE
              PERFORM FETCH-NEXT-RECALL
           END-IF
           PERFORM UNTIL WS-LOT-EOF
                   PERFORM WRITE-RECALL-LINE
                   PERFORM FETCH-NEXT-RECALL
           END-PERFORM
           EXEC SQL CLOSE RCL-CURSOR END-EXEC
           IF WS-ORDERS-LISTED = ZERO
              MOVE '   AUCUNE COMMANDE N''A RECU CE LOT'
                 TO WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-ORDERS-LISTED TO WS-RPT-S-ORDERS
           MOVE WS-TOT-QTY       TO WS-RPT-S-R-QTY
           WRITE REPORT-RECORD FROM WS-RCL-SUMMARY-LINE
           .

       FETCH-NEXT-RECALL.
           EXEC SQL
               FETCH RCL-CURSOR
                INTO :H-O-NO, :H-O-DATE, :H-C-NO, :H-C-NAME,
                     :H-P-NO, :H-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH RCL-CURSOR, SQLCODE: ' SQLCODE
              END-IF
           END-IF
           .

       WRITE-RECALL-LINE.
           ADD 1 TO WS-ORDERS-LISTED
           MOVE H-O-NO   TO WS-RPT-O-NO
           MOVE H-O-DATE TO WS-RPT-O-DATE
           MOVE H-C-NO   TO WS-RPT-C-NO
           MOVE H-C-NAME TO WS-RPT-C-NAME
           MOVE H-P-NO   TO WS-RPT-R-PNO
           MOVE H-QTY    TO WS-RPT-R-QTY
           WRITE REPORT-RECORD FROM WS-RCL-LINE
           ADD H-QTY TO WS-TOT-QTY
           .

       FINALIZATION.
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME LOTRPT'
           IF WS-MODE-RECALL
              DISPLAY 'COMMANDES CONCERNEES: ' WS-ORDERS-LISTED
           ELSE
              DISPLAY 'LOTS LISTES: ' WS-LINES-LISTED
              DISPLAY 'LOTS DEJA PERIMES: ' WS-LOTS-EXPIRED
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
