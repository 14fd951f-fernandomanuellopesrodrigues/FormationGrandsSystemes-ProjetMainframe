       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFM.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : SEGMENTATION DES CLIENTS (RECENCE, FREQUENCE,     *
      *             VALEUR)                                           *
      * OBJECTIF  : TOUS LES ANALYTIQUES (SALESAN, MARGRPT, YOYCOMP)  *
      *             REGARDENT LES PRODUITS ; AUCUN NE DIT QUELS       *
      *             CLIENTS S'ELOIGNENT. CE LOT NOTE CHAQUE CLIENT    *
      *             SUR LA PLAGE FROM=/TO= (MEME CONVENTION QUE       *
      *             SALESAN) EN LISANT LA BASE VIVE API9.ORDERS/ITEMS *
      *             ET L'ARCHIVE INDEXEE CONSOLIDEE PAR ARCHCONS (LES *
      *             DEUX SOURCES SONT DISJOINTES, ARCHVENT PURGEANT   *
      *             CE QU'IL ARCHIVE) :                               *
      *             - RECENCE  : JOURS ENTRE LA DERNIERE COMMANDE ET  *
      *               LA DATE TO= ;                                   *
      *             - FREQUENCE: NOMBRE DE COMMANDES DANS LA PLAGE ;  *
      *             - VALEUR   : CHIFFRE D'AFFAIRES HT DANS LA PLAGE  *
      *               (RETOURS DEDUITS, COMME REBATE) ;               *
      *             CHAQUE AXE EST NOTE DE 1 A 5 SUR LES PALIERS      *
      *             WS-xxx-LIMIT CI-DESSOUS, PUIS LE CLIENT EST RANGE *
      *             DANS UN SEGMENT : NOUVEAU (PREMIERE COMMANDE DANS *
      *             LA PLAGE), PERDU (PLUS D'UN AN SANS COMMANDE),    *
      *             CHAMPION (4 OU PLUS SUR LES TROIS AXES), A RISQUE *
      *             (CLIENT DE VALEUR QUI SE FAIT RARE, OU DONT LE    *
      *             CHIFFRE A PLUS QUE DIMINUE DE MOITIE PAR RAPPORT  *
      *             A LA MEME PLAGE UN AN PLUS TOT), SINON REGULIER.  *
      *             LE RAPPORT DONNE LA REPARTITION PAR SEGMENT PUIS, *
      *             VENDEUR PAR VENDEUR (VENDEUR DE LA DERNIERE       *
      *             COMMANDE), LES CLIENTS A RISQUE AVEC LEUR CHIFFRE *
      *             DE L'ANNEE PRECEDENTE. UN FICHIER DELIMITE (;)    *
      *             UNE LIGNE PAR CLIENT NOTE, TERMINE PAR UN TRAILER *
      *             T;NNNNNNN;NNNNNNNNN.NN COMME LES EXTRAITS         *
      *             DWEXTRCT, SERT AUX CAMPAGNES D'APPELS DU SERVICE  *
      *             COMMERCIAL. LES CLIENTS ANONYMISES PAR ANONCUST   *
      *             (OU ABSENTS DE API9.CUSTOMERS) SONT EXCLUS DE LA  *
      *             LISTE ET DU FICHIER.                              *
      * ENTREE    : SYSIN (FROM=/TO= OBLIGATOIRES), FVARCORD/FVARCITM *
      *             (ARCHIVE ARCHCONS, FACULTATIVE), BASE DB2         *
      * SORTIE    : FVRFMEXT (CSV) + RAPPORT (FREPORT)                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * ARCHIVE MAITRE CONSOLIDEE PAR ARCHCONS, PARCOURUE EN ENTIER
      * (ENTETES) AVEC LECTURE DES LIGNES PAR CLE, COMME REBATE
           SELECT ARCORD-FILE
               ASSIGN TO FVARCORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-FS-ARCORD.

           SELECT ARCITM-FILE
               ASSIGN TO FVARCITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIT-KEY
               FILE STATUS IS WS-FS-ARCITM.

      * FICHIER DELIMITE POUR LES CAMPAGNES D'APPELS
           SELECT RFMEXT-FILE
               ASSIGN TO FVRFMEXT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RFMEXT.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * MEMES DISPOSITIONS QUE DANS ARCHCONS/ARCHQRY
       FD  ARCORD-FILE.
       01  ARCORD-RECORD.
           05 ARO-KEY.
              10 ARO-O-NO             PIC 9(7).
           05 ARO-O-DATE              PIC X(10).
           05 ARO-S-NO                PIC 9(2).
           05 ARO-C-NO                PIC 9(4).

       FD  ARCITM-FILE.
       01  ARCITM-RECORD.
           05 AIT-KEY.
              10 AIT-O-NO             PIC 9(7).
              10 AIT-P-NO             PIC XXX.
           05 AIT-QTY                 PIC 9(5).
           05 AIT-PRICE               PIC 9(7)V99.

       FD  RFMEXT-FILE.
       01  RFMEXT-RECORD              PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-ARCORD               PIC XX VALUE SPACES.
           88 WS-ARCORD-OK                  VALUE '00'.
           88 WS-ARCORD-EOF                 VALUE '10'.
       01  WS-FS-ARCITM               PIC XX VALUE SPACES.
           88 WS-ARCITM-OK                  VALUE '00'.
           88 WS-ARCITM-EOF                 VALUE '10'.
       01  WS-FS-RFMEXT               PIC XX VALUE SPACES.
           88 WS-RFMEXT-OK                  VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * ARCHIVE DISPONIBLE : 'N' = BASE VIVE SEULE
       01  WS-ARCHIVE-SW              PIC X  VALUE 'N'.
           88 WS-ARCHIVE-OPEN               VALUE 'Y'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-ORDER-EOF-SW            PIC X  VALUE 'N'.
           88 WS-ORDER-EOF                  VALUE 'Y'.

      * PLAGE ANALYSEE (CARTES FROM=/TO=) ET MEME PLAGE UN AN PLUS TOT
      * POUR LE CHIFFRE DE L'ANNEE PRECEDENTE
       01  WS-FROM-DATE               PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                 PIC X(10) VALUE SPACES.
       01  WS-PY-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-PY-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-SHIFT-DATE              PIC X(10) VALUE SPACES.
       01  WS-SHIFT-YEAR              PIC 9(4)  VALUE ZERO.

      * CONVERSION DE DATE POUR LE CALCUL DE LA RECENCE
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-TO-INT                  PIC 9(7)  VALUE ZERO.
       01  WS-LAST-INT                PIC 9(7)  VALUE ZERO.

      * PALIERS DE NOTATION (NOTE 5 AU PREMIER PALIER ATTEINT, 1 SI
      * AUCUN) : RECENCE EN JOURS (AU PLUS), FREQUENCE EN NOMBRE DE
      * COMMANDES (AU MOINS), VALEUR EN CHIFFRE D'AFFAIRES HT (AU
      * MOINS)
       01  WS-RECENCY-LIMITS.
           05 FILLER                  PIC 9(5)  VALUE 30.
           05 FILLER                  PIC 9(5)  VALUE 90.
           05 FILLER                  PIC 9(5)  VALUE 180.
           05 FILLER                  PIC 9(5)  VALUE 365.
       01  WS-RECENCY-TABLE REDEFINES WS-RECENCY-LIMITS.
           05 WS-RECENCY-LIMIT        PIC 9(5)  OCCURS 4 TIMES.
       01  WS-FREQUENCY-LIMITS.
           05 FILLER                  PIC 9(5)  VALUE 12.
           05 FILLER                  PIC 9(5)  VALUE 6.
           05 FILLER                  PIC 9(5)  VALUE 3.
           05 FILLER                  PIC 9(5)  VALUE 2.
       01  WS-FREQUENCY-TABLE REDEFINES WS-FREQUENCY-LIMITS.
           05 WS-FREQUENCY-LIMIT      PIC 9(5)  OCCURS 4 TIMES.
       01  WS-VALUE-LIMITS.
           05 FILLER                  PIC 9(9)V99 VALUE 50000.
           05 FILLER                  PIC 9(9)V99 VALUE 20000.
           05 FILLER                  PIC 9(9)V99 VALUE 5000.
           05 FILLER                  PIC 9(9)V99 VALUE 1000.
       01  WS-VALUE-TABLE REDEFINES WS-VALUE-LIMITS.
           05 WS-VALUE-LIMIT          PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-LIMIT-IX                PIC 9     VALUE ZERO.

      * CUMULS PAR CLIENT, ADRESSES DIRECTEMENT PAR LE NUMERO DE
      * CLIENT (4 CHIFFRES) ; SEGMENT : 'N' NOUVEAU, 'L' PERDU,
      * 'C' CHAMPION, 'R' A RISQUE, 'O' REGULIER, 'X' EXCLU
       01  WS-CUST-TABLE.
           05 WS-CU-ENTRY OCCURS 9999 TIMES.
              10 WS-CU-SEEN           PIC X.
              10 WS-CU-FIRST-DATE     PIC X(10).
              10 WS-CU-LAST-DATE      PIC X(10).
              10 WS-CU-S-NO           PIC 9(2).
              10 WS-CU-ORDERS         PIC 9(5)  COMP.
              10 WS-CU-VALUE          PIC S9(11)V99 COMP-3.
              10 WS-CU-PY-VALUE       PIC S9(11)V99 COMP-3.
              10 WS-CU-DAYS           PIC 9(5)  COMP.
              10 WS-CU-R              PIC 9.
              10 WS-CU-F              PIC 9.
              10 WS-CU-M              PIC 9.
              10 WS-CU-SEGMENT        PIC X.
       01  WS-CU-IX                   PIC 9(5)  COMP VALUE ZERO.

      * COMMANDE COURANTE (BASE OU ARCHIVE) A CUMULER
       01  WS-ORD-C-NO                PIC 9(4)  VALUE ZERO.
       01  WS-ORD-S-NO                PIC 9(2)  VALUE ZERO.
       01  WS-ORD-DATE                PIC X(10) VALUE SPACES.
       01  WS-ORD-AMOUNT              PIC S9(11)V99 COMP-3 VALUE +0.

      * SEGMENTS : LIBELLES ET TOTAUX
       01  WS-SEGMENT-CODES           PIC X(5)  VALUE 'CRNOL'.
       01  WS-SEGMENT-NAMES.
           05 FILLER                  PIC X(10) VALUE 'CHAMPIONS'.
           05 FILLER                  PIC X(10) VALUE 'A RISQUE'.
           05 FILLER                  PIC X(10) VALUE 'NOUVEAUX'.
           05 FILLER                  PIC X(10) VALUE 'REGULIERS'.
           05 FILLER                  PIC X(10) VALUE 'PERDUS'.
       01  WS-SEGMENT-NAME-TABLE REDEFINES WS-SEGMENT-NAMES.
           05 WS-SEG-NAME             PIC X(10) OCCURS 5 TIMES.
       01  WS-SEGMENT-TOTALS.
           05 WS-SEG-ENTRY OCCURS 5 TIMES.
              10 WS-SEG-COUNT         PIC 9(5)  COMP.
              10 WS-SEG-VALUE         PIC S9(11)V99 COMP-3.
              10 WS-SEG-PY-VALUE      PIC S9(11)V99 COMP-3.
       01  WS-SEG-IX                  PIC 9     VALUE ZERO.

      * VENDEUR EN COURS DANS LA LISTE DES CLIENTS A RISQUE
       01  WS-CUR-S-NO                PIC 9(3)  VALUE ZERO.
       01  WS-SLM-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-SLM-PY-VALUE            PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-SLM-VALUE               PIC S9(11)V99 COMP-3 VALUE +0.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-LIVE-ORDERS          PIC 9(7) VALUE ZERO.
           05 WS-ARCH-ORDERS          PIC 9(7) VALUE ZERO.
           05 WS-CUST-SCORED          PIC 9(5) VALUE ZERO.
           05 WS-CUST-EXCLUDED        PIC 9(5) VALUE ZERO.
           05 WS-EXT-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-ERRORS               PIC 9(5) VALUE ZERO.
       01  WS-EXT-AMOUNT              PIC S9(11)V99 COMP-3 VALUE +0.

      * ZONES EDITEES POUR LES LIGNES CSV (CONVENTION DWEXTRCT)
       01  WS-ED-CNO                  PIC 9(4).
       01  WS-ED-SNO                  PIC 9(2).
       01  WS-ED-DAYS                 PIC 9(5).
       01  WS-ED-ORDERS               PIC 9(5).
       01  WS-ED-AMOUNT               PIC -(9)9.99.
       01  WS-ED-PY-AMOUNT            PIC -(9)9.99.
       01  WS-ED-CTL-CNT              PIC 9(7).
       01  WS-ED-CTL-AMT              PIC 9(9).99.
       01  WS-CSV-LINE                PIC X(160) VALUE SPACES.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
                 'SEGMENTATION DES CLIENTS (RECENCE / FREQUENCE /
      -          ' VALEUR)'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(10) VALUE 'PERIODE : '.
              10 WS-RPT-FROM          PIC X(10).
              10 FILLER               PIC X(4)  VALUE ' AU '.
              10 WS-RPT-TO            PIC X(10).
              10 FILLER               PIC X(23) VALUE
                 '  ANNEE PRECEDENTE : '.
              10 WS-RPT-PY-FROM       PIC X(10).
              10 FILLER               PIC X(4)  VALUE ' AU '.
              10 WS-RPT-PY-TO         PIC X(10).
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-SECTION-LINE         PIC X(132).
           05 WS-SEGMENT-LINE.
              10 FILLER               PIC X(10) VALUE 'SEGMENT : '.
              10 WS-RPT-SEG-NAME      PIC X(10).
              10 FILLER               PIC X(11) VALUE '  CLIENTS: '.
              10 WS-RPT-SEG-COUNT     PIC ZZ,ZZ9.
              10 FILLER               PIC X(10) VALUE '  C.A. : '.
              10 WS-RPT-SEG-VALUE     PIC -(10)9.99.
              10 FILLER               PIC X(12) VALUE '  C.A. N-1: '.
              10 WS-RPT-SEG-PY        PIC -(10)9.99.
           05 WS-SALESMAN-LINE.
              10 FILLER               PIC X(9)  VALUE 'VENDEUR: '.
              10 WS-RPT-SLM-NO        PIC 9(2).
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-SLM-NAME      PIC X(30).
           05 WS-RISK-LINE.
              10 FILLER               PIC X(10) VALUE '  CLIENT: '.
              10 WS-RPT-CNO           PIC 9(4).
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-CNAME         PIC X(25).
              10 FILLER               PIC X(11) VALUE ' DERN.CDE: '.
              10 WS-RPT-LAST          PIC X(10).
              10 FILLER               PIC X(2)  VALUE ' ('.
              10 WS-RPT-DAYS          PIC ZZZZ9.
              10 FILLER               PIC X(5)  VALUE ' J.) '.
              10 FILLER               PIC X(6)  VALUE 'CDES: '.
              10 WS-RPT-ORDERS        PIC ZZZ9.
              10 FILLER               PIC X(8)  VALUE '  C.A.: '.
              10 WS-RPT-VALUE         PIC -(8)9.99.
              10 FILLER               PIC X(8)  VALUE '  N-1: '.
              10 WS-RPT-PY-VALUE      PIC -(8)9.99.
              10 FILLER               PIC X(7)  VALUE '  RFM: '.
              10 WS-RPT-R             PIC 9.
              10 WS-RPT-F             PIC 9.
              10 WS-RPT-M             PIC 9.
           05 WS-SLM-TOTAL-LINE.
              10 FILLER               PIC X(22) VALUE
                 '  CLIENTS A RISQUE : '.
              10 WS-RPT-SLM-COUNT     PIC ZZ,ZZ9.
              10 FILLER               PIC X(10) VALUE '  C.A. : '.
              10 WS-RPT-SLM-VALUE     PIC -(10)9.99.
              10 FILLER               PIC X(12) VALUE '  C.A. N-1: '.
              10 WS-RPT-SLM-PY        PIC -(10)9.99.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(15) VALUE
                 'CLIENTS NOTES: '.
              10 WS-RPT-SCORED        PIC ZZ,ZZ9.
              10 FILLER               PIC X(11) VALUE '  EXCLUS: '.
              10 WS-RPT-EXCLUDED      PIC ZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 '  COMMANDES BASE: '.
              10 WS-RPT-LIVE          PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(12) VALUE '  ARCHIVE: '.
              10 WS-RPT-ARCH          PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 '  LIGNES EXTRAIT: '.
              10 WS-RPT-EXT           PIC Z,ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-TO-DATE                  PIC X(10).
       01  H-O-NO                     PIC 9(7).
       01  H-O-DATE                   PIC X(10).
       01  H-C-NO                     PIC 9(4).
       01  H-S-NO                     PIC 9(2).
       01  H-O-AMOUNT                 PIC S9(11)V99 USAGE COMP-3.
       01  H-C-NAME                   PIC X(30).
       01  H-C-CONTACT                PIC X(30).
       01  H-E-NO                     PIC 9(2).
       01  H-E-NAME                   PIC X(30).

      * CHIFFRE D'AFFAIRES HT PAR COMMANDE JUSQU'A LA DATE TO= (LES
      * LIGNES DE RETOUR, A QUANTITE NEGATIVE, VIENNENT EN DEDUCTION
      * DE LEUR COMMANDE, COMME DANS REBATE)
           EXEC SQL
               DECLARE ORDER-CURSOR CURSOR FOR
               SELECT O.O_NO, O.O_DATE, O.C_NO, O.S_NO,
                      SUM(I.QUANTITY * I.PRICE)
                 FROM API9.ORDERS O, API9.ITEMS I
                WHERE I.O_NO = O.O_NO
                  AND O.O_DATE <= :H-TO-DATE
                GROUP BY O.O_NO, O.O_DATE, O.C_NO, O.S_NO
           END-EXEC.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM COLLECT-LIVE-ORDERS
           IF WS-ARCHIVE-OPEN
              PERFORM COLLECT-ARCHIVE-ORDERS
           END-IF
           PERFORM SCORE-CUSTOMERS
           PERFORM WRITE-SEGMENT-SUMMARY
           PERFORM WRITE-AT-RISK-BY-SALESMAN
           PERFORM WRITE-EXTRACT
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CUSTRFM'
           PERFORM READ-SYSIN-CARDS
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
              DISPLAY 'CARTES SYSIN FROM=AAAA-MM-JJ ET TO=AAAA-MM-JJ '
                      'OBLIGATOIRES, ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-FROM-DATE(1:4) IS NOT NUMERIC
              OR WS-TO-DATE(1:4) IS NOT NUMERIC
              OR WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'PLAGE FROM=/TO= INVALIDE, ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TO-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-TO-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-TO-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              DISPLAY 'DATE TO= INVALIDE, ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)

           MOVE WS-FROM-DATE TO WS-SHIFT-DATE
           PERFORM SHIFT-ONE-YEAR-BACK
           MOVE WS-SHIFT-DATE TO WS-PY-FROM-DATE
           MOVE WS-TO-DATE TO WS-SHIFT-DATE
           PERFORM SHIFT-ONE-YEAR-BACK
           MOVE WS-SHIFT-DATE TO WS-PY-TO-DATE
           MOVE WS-TO-DATE TO H-TO-DATE

           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > 9999
              MOVE 'N'    TO WS-CU-SEEN(WS-CU-IX)
              MOVE SPACE  TO WS-CU-SEGMENT(WS-CU-IX)
           END-PERFORM
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 5
              MOVE ZERO TO WS-SEG-COUNT(WS-SEG-IX)
              MOVE +0   TO WS-SEG-VALUE(WS-SEG-IX)
              MOVE +0   TO WS-SEG-PY-VALUE(WS-SEG-IX)
           END-PERFORM

           PERFORM OPEN-ARCHIVE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RFMEXT-FILE
           IF NOT WS-RFMEXT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER EXTRAIT FVRFMEXT: '
                      WS-FS-RFMEXT
              MOVE 12 TO RETURN-CODE
              CLOSE REPORT-FILE
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-FROM-DATE    TO WS-RPT-FROM
           MOVE WS-TO-DATE      TO WS-RPT-TO
           MOVE WS-PY-FROM-DATE TO WS-RPT-PY-FROM
           MOVE WS-PY-TO-DATE   TO WS-RPT-PY-TO
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN FROM= / TO=                          *
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
              WHEN SYSIN-RECORD(1:5) = 'FROM='
                 MOVE SYSIN-RECORD(6:10) TO WS-FROM-DATE
              WHEN SYSIN-RECORD(1:3) = 'TO='
                 MOVE SYSIN-RECORD(4:10) TO WS-TO-DATE
           END-EVALUATE
           .

      *****************************************************************
      * MEME DATE UN AN PLUS TOT (LE 29 FEVRIER DEVIENT LE 28)        *
      *****************************************************************
       SHIFT-ONE-YEAR-BACK.
           MOVE WS-SHIFT-DATE(1:4) TO WS-SHIFT-YEAR
           SUBTRACT 1 FROM WS-SHIFT-YEAR
           MOVE WS-SHIFT-YEAR TO WS-SHIFT-DATE(1:4)
           IF WS-SHIFT-DATE(6:5) = '02-29'
              MOVE '28' TO WS-SHIFT-DATE(9:2)
           END-IF
           .

      *****************************************************************
      * OUVERTURE DE L'ARCHIVE CONSOLIDEE ; ABSENTE = BASE SEULE      *
      *****************************************************************
       OPEN-ARCHIVE.
           OPEN INPUT ARCORD-FILE
           IF NOT WS-ARCORD-OK
              DISPLAY 'PAS D''ARCHIVE CONSOLIDEE (' WS-FS-ARCORD
                      '), SEGMENTATION SUR LA BASE SEULE'
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCITM-FILE
           IF NOT WS-ARCITM-OK
              DISPLAY 'ERREUR OUVERTURE ARCHIVE FVARCITM: '
                      WS-FS-ARCITM
              CLOSE ARCORD-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ARCHIVE-SW
           .

      *****************************************************************
      * COMMANDES DE LA BASE VIVE JUSQU'A LA DATE TO=                 *
      *****************************************************************
       COLLECT-LIVE-ORDERS.
           MOVE 'N' TO WS-ORDER-EOF-SW
           EXEC SQL OPEN ORDER-CURSOR END-EXEC
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-ORDER-EOF
              ADD 1 TO WS-LIVE-ORDERS
              MOVE H-C-NO     TO WS-ORD-C-NO
              MOVE H-S-NO     TO WS-ORD-S-NO
              MOVE H-O-DATE   TO WS-ORD-DATE
              MOVE H-O-AMOUNT TO WS-ORD-AMOUNT
              PERFORM ACCUMULATE-ORDER
              PERFORM READ-NEXT-ORDER
           END-PERFORM
           EXEC SQL CLOSE ORDER-CURSOR END-EXEC
           .

       READ-NEXT-ORDER.
           EXEC SQL
               FETCH ORDER-CURSOR
                INTO :H-O-NO, :H-O-DATE, :H-C-NO, :H-S-NO,
                     :H-O-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ORDER-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH ORDER-CURSOR, SQLCODE: ' SQLCODE
                 ADD 1 TO WS-ERRORS
              END-IF
           END-IF
           .

      *****************************************************************
      * COMMANDES ARCHIVEES JUSQU'A LA DATE TO= : PARCOURS COMPLET    *
      * DES ENTETES, MONTANT = SOMME DES LIGNES ARCHIVEES (MEME       *
      * LECTURE QUE REBATE)                                           *
      *****************************************************************
       COLLECT-ARCHIVE-ORDERS.
           MOVE ZERO TO ARO-O-NO
           START ARCORD-FILE KEY >= ARO-KEY
           IF NOT WS-ARCORD-OK
              MOVE '00' TO WS-FS-ARCORD
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ARCHIVE-ORDER
           PERFORM UNTIL WS-ARCORD-EOF
              IF ARO-O-DATE <= WS-TO-DATE
                 PERFORM ADD-ARCHIVE-ORDER
              END-IF
              PERFORM READ-NEXT-ARCHIVE-ORDER
           END-PERFORM
           MOVE '00' TO WS-FS-ARCORD
           .

       READ-NEXT-ARCHIVE-ORDER.
           READ ARCORD-FILE NEXT
           IF NOT WS-ARCORD-OK
              MOVE '10' TO WS-FS-ARCORD
           END-IF
           .

       ADD-ARCHIVE-ORDER.
           ADD 1 TO WS-ARCH-ORDERS
           MOVE +0 TO WS-ORD-AMOUNT
           MOVE ARO-O-NO   TO AIT-O-NO
           MOVE LOW-VALUES TO AIT-P-NO
           START ARCITM-FILE KEY >= AIT-KEY
           IF NOT WS-ARCITM-OK
              MOVE '00' TO WS-FS-ARCITM
           ELSE
              PERFORM READ-NEXT-ARCHIVE-ITEM
              PERFORM UNTIL WS-ARCITM-EOF
                      OR AIT-O-NO NOT = ARO-O-NO
                 COMPUTE WS-ORD-AMOUNT =
                         WS-ORD-AMOUNT + AIT-QTY * AIT-PRICE
                 PERFORM READ-NEXT-ARCHIVE-ITEM
              END-PERFORM
              MOVE '00' TO WS-FS-ARCITM
           END-IF
           MOVE ARO-C-NO   TO WS-ORD-C-NO
           MOVE ARO-S-NO   TO WS-ORD-S-NO
           MOVE ARO-O-DATE TO WS-ORD-DATE
           PERFORM ACCUMULATE-ORDER
           .

       READ-NEXT-ARCHIVE-ITEM.
           READ ARCITM-FILE NEXT
           IF NOT WS-ARCITM-OK
              MOVE '10' TO WS-FS-ARCITM
           END-IF
           .

      *****************************************************************
      * CUMUL D'UNE COMMANDE SUR SON CLIENT : PREMIERE ET DERNIERE    *
      * COMMANDE (LE VENDEUR RETENU EST CELUI DE LA DERNIERE), NOMBRE *
      * ET CHIFFRE DANS LA PLAGE, CHIFFRE DE LA PLAGE UN AN PLUS TOT  *
      *****************************************************************
       ACCUMULATE-ORDER.
           IF WS-ORD-C-NO = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ORD-C-NO TO WS-CU-IX
           IF WS-CU-SEEN(WS-CU-IX) = 'N'
              MOVE 'Y'         TO WS-CU-SEEN(WS-CU-IX)
              MOVE WS-ORD-DATE TO WS-CU-FIRST-DATE(WS-CU-IX)
              MOVE WS-ORD-DATE TO WS-CU-LAST-DATE(WS-CU-IX)
              MOVE WS-ORD-S-NO TO WS-CU-S-NO(WS-CU-IX)
              MOVE ZERO        TO WS-CU-ORDERS(WS-CU-IX)
              MOVE +0          TO WS-CU-VALUE(WS-CU-IX)
              MOVE +0          TO WS-CU-PY-VALUE(WS-CU-IX)
           END-IF
           IF WS-ORD-DATE < WS-CU-FIRST-DATE(WS-CU-IX)
              MOVE WS-ORD-DATE TO WS-CU-FIRST-DATE(WS-CU-IX)
           END-IF
           IF WS-ORD-DATE > WS-CU-LAST-DATE(WS-CU-IX)
              MOVE WS-ORD-DATE TO WS-CU-LAST-DATE(WS-CU-IX)
              MOVE WS-ORD-S-NO TO WS-CU-S-NO(WS-CU-IX)
           END-IF
           IF WS-ORD-DATE >= WS-FROM-DATE
              AND WS-ORD-DATE <= WS-TO-DATE
              ADD 1 TO WS-CU-ORDERS(WS-CU-IX)
              ADD WS-ORD-AMOUNT TO WS-CU-VALUE(WS-CU-IX)
           END-IF
           IF WS-ORD-DATE >= WS-PY-FROM-DATE
              AND WS-ORD-DATE <= WS-PY-TO-DATE
              ADD WS-ORD-AMOUNT TO WS-CU-PY-VALUE(WS-CU-IX)
           END-IF
           .

      *****************************************************************
      * NOTATION ET SEGMENT DE CHAQUE CLIENT AYANT COMMANDE           *
      *****************************************************************
       SCORE-CUSTOMERS.
           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > 9999
              IF WS-CU-SEEN(WS-CU-IX) = 'Y'
                 PERFORM SCORE-ONE-CUSTOMER
              END-IF
           END-PERFORM
           .

       SCORE-ONE-CUSTOMER.
      * UN CLIENT ANONYMISE OU SUPPRIME N'EST NI LISTE NI EXTRAIT
           MOVE WS-CU-IX TO H-C-NO
           MOVE SPACES TO H-C-NAME H-C-CONTACT
           EXEC SQL
               SELECT COALESCE(NAME,' '), COALESCE(CONTACT,' ')
                 INTO :H-C-NAME, :H-C-CONTACT
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0 OR H-C-NAME = 'ANONYMISE'
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'ERREUR LECTURE CLIENT ' H-C-NO
                         ' SQLCODE ' SQLCODE
                 ADD 1 TO WS-ERRORS
              END-IF
              MOVE 'X' TO WS-CU-SEGMENT(WS-CU-IX)
              ADD 1 TO WS-CUST-EXCLUDED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-SCORED

           MOVE WS-CU-LAST-DATE(WS-CU-IX)(1:4)
              TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-CU-LAST-DATE(WS-CU-IX)(6:2)
              TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-CU-LAST-DATE(WS-CU-IX)(9:2)
              TO WS-DATE-CCYYMMDD(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) = 0
              COMPUTE WS-LAST-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
              COMPUTE WS-CU-DAYS(WS-CU-IX) = WS-TO-INT - WS-LAST-INT
           ELSE
              MOVE 99999 TO WS-CU-DAYS(WS-CU-IX)
           END-IF

           MOVE 1 TO WS-CU-R(WS-CU-IX)
           PERFORM VARYING WS-LIMIT-IX FROM 4 BY -1
                   UNTIL WS-LIMIT-IX < 1
              IF WS-CU-DAYS(WS-CU-IX) <= WS-RECENCY-LIMIT(WS-LIMIT-IX)
                 COMPUTE WS-CU-R(WS-CU-IX) = 6 - WS-LIMIT-IX
              END-IF
           END-PERFORM
           MOVE 1 TO WS-CU-F(WS-CU-IX)
           PERFORM VARYING WS-LIMIT-IX FROM 4 BY -1
                   UNTIL WS-LIMIT-IX < 1
              IF WS-CU-ORDERS(WS-CU-IX)
                 >= WS-FREQUENCY-LIMIT(WS-LIMIT-IX)
                 COMPUTE WS-CU-F(WS-CU-IX) = 6 - WS-LIMIT-IX
              END-IF
           END-PERFORM
           MOVE 1 TO WS-CU-M(WS-CU-IX)
           PERFORM VARYING WS-LIMIT-IX FROM 4 BY -1
                   UNTIL WS-LIMIT-IX < 1
              IF WS-CU-VALUE(WS-CU-IX) >= WS-VALUE-LIMIT(WS-LIMIT-IX)
                 COMPUTE WS-CU-M(WS-CU-IX) = 6 - WS-LIMIT-IX
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-CU-FIRST-DATE(WS-CU-IX) >= WS-FROM-DATE
                 MOVE 'N' TO WS-CU-SEGMENT(WS-CU-IX)
              WHEN WS-CU-R(WS-CU-IX) = 1
                 MOVE 'L' TO WS-CU-SEGMENT(WS-CU-IX)
              WHEN WS-CU-R(WS-CU-IX) >= 4
                   AND WS-CU-F(WS-CU-IX) >= 4
                   AND WS-CU-M(WS-CU-IX) >= 4
                 MOVE 'C' TO WS-CU-SEGMENT(WS-CU-IX)
              WHEN WS-CU-R(WS-CU-IX) <= 3
                   AND (WS-CU-F(WS-CU-IX) >= 3
                        OR WS-CU-M(WS-CU-IX) >= 3)
                 MOVE 'R' TO WS-CU-SEGMENT(WS-CU-IX)
              WHEN WS-CU-PY-VALUE(WS-CU-IX) > 0
                   AND WS-CU-VALUE(WS-CU-IX) * 2
                       < WS-CU-PY-VALUE(WS-CU-IX)
                 MOVE 'R' TO WS-CU-SEGMENT(WS-CU-IX)
              WHEN OTHER
                 MOVE 'O' TO WS-CU-SEGMENT(WS-CU-IX)
           END-EVALUATE

           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 5
              IF WS-SEGMENT-CODES(WS-SEG-IX:1)
                 = WS-CU-SEGMENT(WS-CU-IX)
                 ADD 1 TO WS-SEG-COUNT(WS-SEG-IX)
                 ADD WS-CU-VALUE(WS-CU-IX) TO WS-SEG-VALUE(WS-SEG-IX)
                 ADD WS-CU-PY-VALUE(WS-CU-IX)
                    TO WS-SEG-PY-VALUE(WS-SEG-IX)
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * REPARTITION DES CLIENTS NOTES PAR SEGMENT                     *
      *****************************************************************
       WRITE-SEGMENT-SUMMARY.
           MOVE 'REPARTITION PAR SEGMENT' TO WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 5
              MOVE WS-SEG-NAME(WS-SEG-IX)     TO WS-RPT-SEG-NAME
              MOVE WS-SEG-COUNT(WS-SEG-IX)    TO WS-RPT-SEG-COUNT
              MOVE WS-SEG-VALUE(WS-SEG-IX)    TO WS-RPT-SEG-VALUE
              MOVE WS-SEG-PY-VALUE(WS-SEG-IX) TO WS-RPT-SEG-PY
              WRITE REPORT-RECORD FROM WS-SEGMENT-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * CLIENTS A RISQUE, VENDEUR PAR VENDEUR (S_NO DE LA DERNIERE    *
      * COMMANDE), AVEC LE CHIFFRE DE LA MEME PLAGE UN AN PLUS TOT    *
      *****************************************************************
       WRITE-AT-RISK-BY-SALESMAN.
           MOVE 'CLIENTS A RISQUE PAR VENDEUR' TO WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-CUR-S-NO FROM 0 BY 1
                   UNTIL WS-CUR-S-NO > 99
              PERFORM WRITE-ONE-SALESMAN
           END-PERFORM
           .

       WRITE-ONE-SALESMAN.
           MOVE ZERO TO WS-SLM-COUNT
           MOVE +0 TO WS-SLM-VALUE WS-SLM-PY-VALUE
           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > 9999
              IF WS-CU-SEGMENT(WS-CU-IX) = 'R'
                 AND WS-CU-S-NO(WS-CU-IX) = WS-CUR-S-NO
                 IF WS-SLM-COUNT = 0
                    PERFORM WRITE-SALESMAN-HEADER
                 END-IF
                 PERFORM WRITE-RISK-LINE
                 ADD 1 TO WS-SLM-COUNT
                 ADD WS-CU-VALUE(WS-CU-IX)    TO WS-SLM-VALUE
                 ADD WS-CU-PY-VALUE(WS-CU-IX) TO WS-SLM-PY-VALUE
              END-IF
           END-PERFORM
           IF WS-SLM-COUNT > 0
              MOVE WS-SLM-COUNT    TO WS-RPT-SLM-COUNT
              MOVE WS-SLM-VALUE    TO WS-RPT-SLM-VALUE
              MOVE WS-SLM-PY-VALUE TO WS-RPT-SLM-PY
              WRITE REPORT-RECORD FROM WS-SLM-TOTAL-LINE
           END-IF
           .

       WRITE-SALESMAN-HEADER.
           MOVE WS-CUR-S-NO TO H-E-NO
           MOVE SPACES TO H-E-NAME
           EXEC SQL
               SELECT COALESCE(NAME,' ') INTO :H-E-NAME
                 FROM API9.EMPLOYEES
                WHERE E_NO = :H-E-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VENDEUR INCONNU' TO H-E-NAME
           END-IF
           MOVE WS-CUR-S-NO TO WS-RPT-SLM-NO
           MOVE H-E-NAME    TO WS-RPT-SLM-NAME
           WRITE REPORT-RECORD FROM WS-SALESMAN-LINE
           .

       WRITE-RISK-LINE.
           MOVE WS-CU-IX TO H-C-NO
           MOVE SPACES TO H-C-NAME
           EXEC SQL
               SELECT COALESCE(NAME,' ') INTO :H-C-NAME
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           MOVE WS-CU-IX                  TO WS-RPT-CNO
           MOVE H-C-NAME                  TO WS-RPT-CNAME
           MOVE WS-CU-LAST-DATE(WS-CU-IX) TO WS-RPT-LAST
           MOVE WS-CU-DAYS(WS-CU-IX)      TO WS-RPT-DAYS
           MOVE WS-CU-ORDERS(WS-CU-IX)    TO WS-RPT-ORDERS
           MOVE WS-CU-VALUE(WS-CU-IX)     TO WS-RPT-VALUE
           MOVE WS-CU-PY-VALUE(WS-CU-IX)  TO WS-RPT-PY-VALUE
           MOVE WS-CU-R(WS-CU-IX)         TO WS-RPT-R
           MOVE WS-CU-F(WS-CU-IX)         TO WS-RPT-F
           MOVE WS-CU-M(WS-CU-IX)         TO WS-RPT-M
           WRITE REPORT-RECORD FROM WS-RISK-LINE
           .

      *****************************************************************
      * FICHIER DELIMITE POUR LES CAMPAGNES D'APPELS : UNE LIGNE PAR  *
      * CLIENT NOTE                                                   *
      * CLIENT;NOM;CONTACT;VENDEUR;SEGMENT;R;F;M;DERNIERE CDE;JOURS;  *
      * NB CDES;C.A.;C.A. N-1 ; LES ';' DES NOMS DEVIENNENT DES ','   *
      *****************************************************************
       WRITE-EXTRACT.
           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > 9999
              IF WS-CU-SEEN(WS-CU-IX) = 'Y'
                 AND WS-CU-SEGMENT(WS-CU-IX) NOT = 'X'
                 PERFORM WRITE-EXTRACT-LINE
              END-IF
           END-PERFORM
           MOVE WS-EXT-COUNT  TO WS-ED-CTL-CNT
           MOVE WS-EXT-AMOUNT TO WS-ED-CTL-AMT
           MOVE SPACES TO WS-CSV-LINE
           STRING 'T;' WS-ED-CTL-CNT ';' WS-ED-CTL-AMT
              DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE RFMEXT-RECORD FROM WS-CSV-LINE
           .

       WRITE-EXTRACT-LINE.
           MOVE WS-CU-IX TO H-C-NO
           MOVE SPACES TO H-C-NAME H-C-CONTACT
           EXEC SQL
               SELECT COALESCE(NAME,' '), COALESCE(CONTACT,' ')
                 INTO :H-C-NAME, :H-C-CONTACT
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           INSPECT H-C-NAME    REPLACING ALL ';' BY ','
           INSPECT H-C-CONTACT REPLACING ALL ';' BY ','
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 5
              IF WS-SEGMENT-CODES(WS-SEG-IX:1)
                 = WS-CU-SEGMENT(WS-CU-IX)
                 MOVE WS-SEG-NAME(WS-SEG-IX) TO WS-RPT-SEG-NAME
              END-IF
           END-PERFORM
           MOVE WS-CU-IX                 TO WS-ED-CNO
           MOVE WS-CU-S-NO(WS-CU-IX)     TO WS-ED-SNO
           MOVE WS-CU-DAYS(WS-CU-IX)     TO WS-ED-DAYS
           MOVE WS-CU-ORDERS(WS-CU-IX)   TO WS-ED-ORDERS
           MOVE WS-CU-VALUE(WS-CU-IX)    TO WS-ED-AMOUNT
           MOVE WS-CU-PY-VALUE(WS-CU-IX) TO WS-ED-PY-AMOUNT
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-ED-CNO ';' H-C-NAME ';' H-C-CONTACT ';'
                  WS-ED-SNO ';' WS-RPT-SEG-NAME ';'
                  WS-CU-R(WS-CU-IX) ';' WS-CU-F(WS-CU-IX) ';'
                  WS-CU-M(WS-CU-IX) ';'
                  WS-CU-LAST-DATE(WS-CU-IX) ';' WS-ED-DAYS ';'
                  WS-ED-ORDERS ';' WS-ED-AMOUNT ';' WS-ED-PY-AMOUNT
              DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE RFMEXT-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-EXT-COUNT
           ADD WS-CU-VALUE(WS-CU-IX) TO WS-EXT-AMOUNT
           .

       FINALIZATION.
           MOVE WS-CUST-SCORED   TO WS-RPT-SCORED
           MOVE WS-CUST-EXCLUDED TO WS-RPT-EXCLUDED
           MOVE WS-LIVE-ORDERS   TO WS-RPT-LIVE
           MOVE WS-ARCH-ORDERS   TO WS-RPT-ARCH
           MOVE WS-EXT-COUNT     TO WS-RPT-EXT
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           CLOSE RFMEXT-FILE
           IF WS-ARCHIVE-OPEN
              CLOSE ARCORD-FILE
              CLOSE ARCITM-FILE
           END-IF
           DISPLAY 'FIN DU PROGRAMME CUSTRFM'
           DISPLAY 'CLIENTS NOTES: ' WS-CUST-SCORED
           DISPLAY 'CLIENTS EXCLUS: ' WS-CUST-EXCLUDED
           DISPLAY 'LIGNES EXTRAITES: ' WS-EXT-COUNT
           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 DISPLAY 'ERREURS: ' WS-ERRORS
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CUST-SCORED = 0
                 DISPLAY 'AUCUN CLIENT A NOTER SUR LA PLAGE'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
