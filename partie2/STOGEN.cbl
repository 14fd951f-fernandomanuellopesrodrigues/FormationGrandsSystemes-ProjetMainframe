       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOGEN.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : GENERATION DES COMMANDES PERMANENTES ECHUES       *
      * OBJECTIF  : CHAQUE NUIT, PARCOURT LE MAITRE DES COMMANDES     *
      *             PERMANENTES FNSTOMST (TENU PAR STOMNT) ET ECRIT   *
      *             CHAQUE COMMANDE ACTIVE DONT LA PROCHAINE          *
      *             EXECUTION EST ATTEINTE EN LIGNES AU FORMAT        *
      *             PROJET.VENTES.LAYOUT (X(44), PRIX A ZERO : TARIF  *
      *             CONTRAT OU CATALOGUE APPLIQUE PAR IMPVENTS) SUR   *
      *             FVSTOVT, FICHIER D'ENTREE DE LA SOURCE DES        *
      *             COMMANDES PERMANENTES DECLAREE DANS FVSRCCTL      *
      *             (CARTE SRC=, SO PAR DEFAUT) : ELLES PASSENT AINSI *
      *             PAR LE MEME CONTROLE DE CREDIT, LA MEME           *
      *             TARIFICATION ET LA MEME GESTION DE STOCK QUE      *
      *             TOUTE AUTRE COMMANDE. LE NUMERO DE COMMANDE EST   *
      *             PRIS DANS LA PLAGE FVORDRNG DE LA SOURCE (DERNIER *
      *             NUMERO PERENNISE DANS FVSTONUM, MEME PRINCIPE     *
      *             QU'EDIORDIN). L'ECHEANCE SUIVANTE EST CALCULEE    *
      *             PAR FREQUENCE (W = +7 JOURS, M = MEME QUANTIEME   *
      *             LE MOIS SUIVANT, RAMENE AU DERNIER JOUR DU MOIS   *
      *             SI BESOIN) PUIS REPORTEE AU PREMIER JOUR OUVRE    *
      *             PAR CALRESOL (NEXTBUSDAY) SUR LE CALENDRIER       *
      *             FVCALEND ; LES PERIODES MANQUEES (COMMANDE        *
      *             REPRISE APRES SUSPENSION) SONT SAUTEES, PAS       *
      *             RATTRAPEES. UNE COMMANDE DONT LE CLIENT EST FERME *
      *             OU DONT UN PRODUIT EST ABANDONNE N'EST PAS        *
      *             GENEREE : ELLE EST SUSPENDUE (STATUT 'S', MOTIF   *
      *             ET DATE) ET SIGNALEE AU RAPPORT, STOMNT LA        *
      *             REPREND UNE FOIS CORRIGEE.                        *
      * ENTREE    : SYSIN (SRC=, DATE=), FNSTOMST, FVSRCCTL,          *
      *             FVORDRNG, FVSTONUM (FACULTATIF AU PREMIER RUN),   *
      *             FVCALEND (FACULTATIF)                             *
      * SORTIE    : FVSTOVT (VENTES), MAJ FNSTOMST, FVSTONUM          *
      *             REECRIT, RAPPORT (FREPORT)                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * MAITRE DES COMMANDES PERMANENTES (TENU PAR STOMNT), PARCOURU
      * EN SEQUENCE DE CLE ET MIS A JOUR SUR PLACE
           SELECT STO-FILE
               ASSIGN TO FNSTOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-FS-STO.

      * DEFINITION DES SOURCES DE VENTES (MEME FICHIER QU'IMPVENTS) :
      * LA SOURCE DES COMMANDES PERMANENTES DOIT Y ETRE DECLAREE
           SELECT SOURCE-CTL-FILE
               ASSIGN TO FVSRCCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SRCCTL.

      * PLAGES DE NUMEROS DE COMMANDE PAR CANAL (LECTURE SEULE)
           SELECT ORDRNG-FILE
               ASSIGN TO FVORDRNG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORDRNG.

      * DERNIER NUMERO DE COMMANDE PERMANENTE ATTRIBUE (UN
      * ENREGISTREMENT, MEME PRINCIPE QUE FVEDINUM)
           SELECT STONUM-FILE
               ASSIGN TO FVSTONUM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-STONUM.

      * CALENDRIER D'EXPLOITATION (FVCALEND : DATES FERIEES 'H',
      * FINS DE PERIODE 'P') POUR LE REPORT DES ECHEANCES PAR LE
      * SOUS-PROGRAMME PARTAGE CALRESOL
           SELECT CALEND-FILE
               ASSIGN TO FVCALEND
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CALEND.

      * LIGNES DE VENTES GENEREES (ENTREE D'IMPVENTS POUR LA SOURCE
      * DES COMMANDES PERMANENTES : LA DD FVSRCnn DE SON RANG POINTE
      * SUR CE FICHIER)
           SELECT SALES-FILE
               ASSIGN TO FVSTOVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SALES.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * MEME DISPOSITION QUE STO-RECORD DANS STOMNT
       FD  STO-FILE.
       01  STO-RECORD.
           05 ST-KEY.
              10 ST-SO-NO             PIC 9(5).
           05 ST-CUST-NO              PIC 9(4).
           05 ST-SITE                 PIC X(2).
           05 ST-EMP-NO               PIC 9(2).
           05 ST-FREQ                 PIC X(1).
              88 ST-FREQ-WEEKLY             VALUE 'W'.
              88 ST-FREQ-MONTHLY            VALUE 'M'.
           05 ST-START-DATE           PIC X(10).
           05 ST-END-DATE             PIC X(10).
           05 ST-SCHED-DATE           PIC X(10).
           05 ST-NEXT-RUN             PIC X(10).
           05 ST-STATUS               PIC X(1).
              88 ST-ACTIVE                  VALUE 'A'.
              88 ST-SUSPENDED               VALUE 'S'.
              88 ST-ENDED                   VALUE 'T'.
           05 ST-SUSP-DATE            PIC X(10).
           05 ST-SUSP-REASON          PIC X(30).
           05 ST-LAST-RUN             PIC X(10).
           05 ST-LAST-ORDER           PIC 9(7).
           05 ST-LINE-COUNT           PIC 9(2).
           05 ST-LINE OCCURS 10 TIMES.
              10 ST-PROD-NO           PIC X(3).
              10 ST-QTY               PIC 9(2).

      * UNE SOURCE PAR LIGNE (MEME DISPOSITION QUE DANS IMPVENTS)
       FD  SOURCE-CTL-FILE.
       01  SRCCTL-REC.
           05 SC-CODE                 PIC XX.
           05 FILLER                  PIC X(1).
           05 SC-DDNAME               PIC X(10).
           05 FILLER                  PIC X(1).
           05 SC-VAT-TXT              PIC X(6).
           05 FILLER                  PIC X(1).
           05 SC-DESC                 PIC X(20).

      * PLAGE DE NUMEROS PAR CANAL (MEME DISPOSITION QUE DANS
      * IMPVENTS)
       FD  ORDRNG-FILE.
       01  ORDRNG-REC.
           05 RN-CHANNEL              PIC X(2).
           05 FILLER                  PIC X(1).
           05 RN-START                PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RN-END                  PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RN-LAST                 PIC 9(7).

       FD  STONUM-FILE.
       01  STONUM-RECORD.
           05 SN-LAST-NO              PIC 9(7).
           05 SN-TIMESTAMP            PIC X(20).

      * MEME DISPOSITION QUE DANS LES AUTRES LECTEURS DE FVCALEND
       FD  CALEND-FILE.
       01  CALEND-REC.
           05 CA-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 CA-TYPE                 PIC X(1).

       FD  SALES-FILE.
       01  SALES-RECORD               PIC X(44).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-STO                  PIC XX VALUE SPACES.
           88 WS-STO-OK                     VALUE '00'.
           88 WS-STO-EOF                    VALUE '10'.
       01  WS-FS-SRCCTL               PIC XX VALUE SPACES.
           88 WS-SRCCTL-OK                  VALUE '00'.
           88 WS-SRCCTL-EOF                 VALUE '10'.
       01  WS-FS-ORDRNG               PIC XX VALUE SPACES.
           88 WS-ORDRNG-OK                  VALUE '00'.
           88 WS-ORDRNG-EOF                 VALUE '10'.
       01  WS-FS-STONUM               PIC XX VALUE SPACES.
           88 WS-STONUM-OK                  VALUE '00'.
       01  WS-FS-SALES                PIC XX VALUE SPACES.
           88 WS-SALES-OK                   VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * CALENDRIER D'EXPLOITATION CHARGE EN TABLE ET ZONES D'APPEL
      * DU SOUS-PROGRAMME PARTAGE CALRESOL
       01  WS-FS-CALEND               PIC XX VALUE SPACES.
           88 WS-CALEND-OK                  VALUE '00'.
           88 WS-CALEND-EOF                 VALUE '10'.
       01  WS-CAL-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 200 TIMES.
              10 WS-CL-DATE           PIC X(10).
              10 WS-CL-TYPE           PIC X(1).
       01  WS-CR-REQUEST              PIC X(10) VALUE SPACES.
       01  WS-CR-BASE                 PIC X(10) VALUE SPACES.
       01  WS-CR-RESULT               PIC X(10) VALUE SPACES.
       01  WS-CR-VALID                PIC X VALUE 'N'.

      * PARAMETRES (CARTES SYSIN) : CODE DE LA SOURCE DANS FVSRCCTL
      * ET DATE DU RUN (AAAA-MM-JJ, DEFAUT = DATE DU JOUR)
       01  WS-STO-SRC                 PIC XX    VALUE 'SO'.
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
       01  WS-SRC-FOUND-SW            PIC X     VALUE 'N'.
           88 WS-SRC-FOUND                  VALUE 'Y'.

      * NUMEROTATION DES COMMANDES DANS LA PLAGE DE LA SOURCE
       01  WS-RNG-FOUND-SW            PIC X     VALUE 'N'.
           88 WS-RNG-FOUND                  VALUE 'Y'.
       01  WS-RNG-START               PIC 9(7)  VALUE ZERO.
       01  WS-RNG-END                 PIC 9(7)  VALUE ZERO.
       01  WS-LAST-ORDER-NO           PIC 9(7)  VALUE ZERO.

      * CONTROLE ET GENERATION D'UNE COMMANDE PERMANENTE
       01  WS-LN-IX                   PIC 9(2)  VALUE ZERO.
       01  WS-SUSPEND-REASON          PIC X(30) VALUE SPACES.
       01  WS-ERROR-SW                PIC X     VALUE 'N'.
           88 WS-ERROR                      VALUE 'Y'.
       01  WS-SKIPPED                 PIC 9(3)  VALUE ZERO.
       01  WS-SKIPPED-ED              PIC ZZ9.

      * CALCUL DE L'ECHEANCE SUIVANTE
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-DATE-INT                PIC S9(9) COMP VALUE 0.
       01  WS-NEXT-YYYY               PIC 9(4)  VALUE ZERO.
       01  WS-NEXT-MM                 PIC 9(2)  VALUE ZERO.
       01  WS-NEXT-DD                 PIC 9(2)  VALUE ZERO.
       01  WS-ANCHOR-DD               PIC 9(2)  VALUE ZERO.
       01  WS-NEW-SCHED               PIC X(10) VALUE SPACES.

      * LIGNE DE VENTES AU FORMAT PROJET.VENTES.LAYOUT (X(44))
       01  WS-SALES-LINE.
           05 WS-SL-TYPE              PIC X(1)  VALUE 'D'.
           05 WS-SL-ORDER-NO          PIC 9(7).
           05 WS-SL-DATE.
              10 WS-SL-DD             PIC X(2).
              10 FILLER               PIC X(1)  VALUE '/'.
              10 WS-SL-MM             PIC X(2).
              10 FILLER               PIC X(1)  VALUE '/'.
              10 WS-SL-YYYY           PIC X(4).
           05 WS-SL-EMP-NO            PIC 9(2).
           05 WS-SL-CUST-NO           PIC 9(4).
           05 WS-SL-PROD-NO           PIC X(3).
           05 WS-SL-PRICE             PIC 9(5)  VALUE ZERO.
           05 WS-SL-QTY               PIC 9(2).
           05 WS-SL-DISP              PIC X(1)  VALUE SPACE.
           05 WS-SL-RA-NUMBER         PIC X(7)  VALUE SPACES.
           05 WS-SL-SITE              PIC X(2).

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-RECORDS-READ         PIC 9(5)  VALUE ZERO.
           05 WS-ORDERS-GENERATED     PIC 9(5)  VALUE ZERO.
           05 WS-ORDERS-SUSPENDED     PIC 9(5)  VALUE ZERO.
           05 WS-ORDERS-ENDED         PIC 9(5)  VALUE ZERO.
           05 WS-ORDERS-ON-HOLD       PIC 9(5)  VALUE ZERO.
           05 WS-ORDERS-ERROR         PIC 9(5)  VALUE ZERO.
           05 WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'GENERATION DES COMMANDES PERMANENTES ECHUES'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'SOURCE DE VENTES : '.
              10 WS-RPT-SRC           PIC XX.
              10 FILLER               PIC X(16)     VALUE
                 ' - DATE DU RUN: '.
              10 WS-RPT-RUN-DATE      PIC X(10).
              10 FILLER               PIC X(22)     VALUE
                 ' - PLAGE DE NUMEROS : '.
              10 WS-RPT-RNG-START     PIC 9(7).
              10 FILLER               PIC X(3)      VALUE ' - '.
              10 WS-RPT-RNG-END       PIC 9(7).
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-DETAIL-LINE.
              10 FILLER               PIC X(11)     VALUE
                 'PERMANENTE '.
              10 WS-RPT-SO-NO         PIC 9(5).
              10 FILLER               PIC X(10)     VALUE
                 '  CLIENT: '.
              10 WS-RPT-C-NO          PIC 9(4).
              10 FILLER               PIC X(8)      VALUE '  SITE: '.
              10 WS-RPT-SITE          PIC X(2).
              10 FILLER               PIC X(12)     VALUE
                 '  COMMANDE: '.
              10 WS-RPT-O-NO          PIC Z(6)9.
              10 FILLER               PIC X(10)     VALUE
                 '  LIGNES: '.
              10 WS-RPT-LINES         PIC Z9.
              10 FILLER               PIC X(17)     VALUE
                 '  PROCHAINE LE : '.
              10 WS-RPT-NEXT-RUN      PIC X(10).
              10 FILLER               PIC X(3)      VALUE ' - '.
              10 WS-RPT-STATUS        PIC X(41).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(11)     VALUE
                 'GENEREES : '.
              10 WS-RPT-S-GEN         PIC ZZ,ZZ9.
              10 FILLER               PIC X(15)     VALUE
                 ' - SUSPENDUES: '.
              10 WS-RPT-S-SUSP        PIC ZZ,ZZ9.
              10 FILLER               PIC X(15)     VALUE
                 ' - TERMINEES : '.
              10 WS-RPT-S-ENDED       PIC ZZ,ZZ9.
              10 FILLER               PIC X(15)     VALUE
                 ' - EN SUSPENS: '.
              10 WS-RPT-S-HOLD        PIC ZZ,ZZ9.
              10 FILLER               PIC X(13)     VALUE
                 ' - ERREURS : '.
              10 WS-RPT-S-ERR         PIC ZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - LIGNES VENTES: '.
              10 WS-RPT-S-LINES       PIC ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-C-NO                     PIC 9(4).
       01  H-P-NO                     PIC X(3).
       01  H-P-ACTIVE                 PIC X(1).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM READ-NEXT-STANDING-ORDER
           PERFORM UNTIL WS-STO-EOF
                   PERFORM PROCESS-STANDING-ORDER
                   PERFORM READ-NEXT-STANDING-ORDER
           END-PERFORM
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION : CARTES SYSIN, CONTROLE DE LA SOURCE DANS     *
      * FVSRCCTL, PLAGE DE NUMEROS, DERNIER NUMERO ATTRIBUE ET        *
      * CALENDRIER D'EXPLOITATION                                     *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME STOGEN'
           PERFORM READ-SYSIN-CARDS
           IF WS-RUN-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-RUN-DATE
              END-STRING
           END-IF
           IF WS-RUN-DATE(1:4) NOT NUMERIC
              OR WS-RUN-DATE(6:2) NOT NUMERIC
              OR WS-RUN-DATE(9:2) NOT NUMERIC
              DISPLAY 'CARTE DATE= INVALIDE: ' WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CHECK-SOURCE-DECLARED
           IF NOT WS-SRC-FOUND
              DISPLAY 'SOURCE ' WS-STO-SRC ' ABSENTE DE FVSRCCTL, '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ORDER-RANGE
           IF NOT WS-RNG-FOUND
              DISPLAY 'PAS DE PLAGE FVORDRNG POUR LA SOURCE '
                      WS-STO-SRC ', ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-LAST-ORDER-NO
           PERFORM LOAD-CALENDAR

           OPEN I-O STO-FILE
           IF NOT WS-STO-OK
              DISPLAY 'ERREUR OUVERTURE MAITRE FNSTOMST: ' WS-FS-STO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SALES-FILE
           IF NOT WS-SALES-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER VENTES FVSTOVT: '
                      WS-FS-SALES
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: ' WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-STO-SRC   TO WS-RPT-SRC
           MOVE WS-RUN-DATE  TO WS-RPT-RUN-DATE
           MOVE WS-RNG-START TO WS-RPT-RNG-START
           MOVE WS-RNG-END   TO WS-RPT-RNG-END
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
              WHEN SYSIN-RECORD(1:4) = 'SRC='
                 MOVE SYSIN-RECORD(5:2) TO WS-STO-SRC
              WHEN SYSIN-RECORD(1:5) = 'DATE='
                 MOVE SYSIN-RECORD(6:10) TO WS-RUN-DATE
           END-EVALUATE
           .

       CHECK-SOURCE-DECLARED.
           OPEN INPUT SOURCE-CTL-FILE
           IF NOT WS-SRCCTL-OK
              DISPLAY 'FICHIER DES SOURCES FVSRCCTL ABSENT ('
                      WS-FS-SRCCTL ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SRCCTL-EOF
              READ SOURCE-CTL-FILE
                 AT END MOVE '10' TO WS-FS-SRCCTL
                 NOT AT END
                    IF SC-CODE = WS-STO-SRC
                       MOVE 'Y' TO WS-SRC-FOUND-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SOURCE-CTL-FILE
           .

       LOAD-ORDER-RANGE.
           OPEN INPUT ORDRNG-FILE
           IF NOT WS-ORDRNG-OK
              DISPLAY 'FICHIER DES PLAGES FVORDRNG ABSENT ('
                      WS-FS-ORDRNG ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ORDRNG-EOF
              READ ORDRNG-FILE
                 AT END MOVE '10' TO WS-FS-ORDRNG
                 NOT AT END
                    IF RN-CHANNEL = WS-STO-SRC
                       MOVE 'Y'      TO WS-RNG-FOUND-SW
                       MOVE RN-START TO WS-RNG-START
                       MOVE RN-END   TO WS-RNG-END
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDRNG-FILE
           .

      *****************************************************************
      * REPRISE DU DERNIER NUMERO ATTRIBUE (FVSTONUM) ; FICHIER       *
      * ABSENT OU NUMERO HORS PLAGE = DEPART EN DEBUT DE PLAGE        *
      *****************************************************************
       LOAD-LAST-ORDER-NO.
           COMPUTE WS-LAST-ORDER-NO = WS-RNG-START - 1
           OPEN INPUT STONUM-FILE
           IF WS-STONUM-OK
              READ STONUM-FILE
              IF WS-STONUM-OK
                 IF SN-LAST-NO >= WS-RNG-START
                    AND SN-LAST-NO <= WS-RNG-END
                    MOVE SN-LAST-NO TO WS-LAST-ORDER-NO
                 END-IF
              END-IF
              CLOSE STONUM-FILE
           ELSE
              DISPLAY 'PAS DE NUMEROTATION DES PERMANENTES, DEPART '
                      'EN DEBUT DE PLAGE'
           END-IF
           DISPLAY 'DERNIER NUMERO DE COMMANDE PERMANENTE: '
                   WS-LAST-ORDER-NO
           .

      * CALENDRIER ABSENT = SEULS LES SAMEDIS ET DIMANCHES SONT
      * EVITES PAR CALRESOL (ANNONCE AU LOG)
       LOAD-CALENDAR.
           OPEN INPUT CALEND-FILE
           IF NOT WS-CALEND-OK
              DISPLAY 'CALENDRIER D''EXPLOITATION INTROUVABLE ('
                      WS-FS-CALEND '), FERIES NON PRIS EN COMPTE'
              MOVE '00' TO WS-FS-CALEND
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CALEND-EOF
              READ CALEND-FILE
                 AT END MOVE '10' TO WS-FS-CALEND
                 NOT AT END
                    IF WS-CAL-COUNT < 200
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CA-DATE TO WS-CL-DATE(WS-CAL-COUNT)
                       MOVE CA-TYPE TO WS-CL-TYPE(WS-CAL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALEND-FILE
           MOVE '00' TO WS-FS-CALEND
           .

       READ-NEXT-STANDING-ORDER.
           READ STO-FILE NEXT RECORD
           IF WS-STO-OK
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF NOT WS-STO-EOF
                 DISPLAY 'ERREUR LECTURE FNSTOMST, STATUS: ' WS-FS-STO
                 ADD 1 TO WS-ORDERS-ERROR
                 MOVE '10' TO WS-FS-STO
              END-IF
           END-IF
           .

      *****************************************************************
      * TRAITEMENT D'UNE COMMANDE PERMANENTE : SEULES LES ACTIVES     *
      * ECHUES (PROCHAINE EXECUTION <= DATE DU RUN) SONT TRAITEES ;   *
      * CLIENT FERME OU PRODUIT ABANDONNE = SUSPENSION, SINON         *
      * GENERATION PUIS AVANCE DE L'ECHEANCE                          *
      *****************************************************************
       PROCESS-STANDING-ORDER.
           IF ST-SUSPENDED
              ADD 1 TO WS-ORDERS-ON-HOLD
              EXIT PARAGRAPH
           END-IF
           IF NOT ST-ACTIVE OR ST-NEXT-RUN > WS-RUN-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ERROR-SW
           MOVE SPACES TO WS-SUSPEND-REASON
           PERFORM CHECK-STANDING-ORDER
           IF WS-ERROR
              ADD 1 TO WS-ORDERS-ERROR
              MOVE 'ERREUR SQL, NON GENEREE' TO WS-RPT-STATUS
              MOVE ZERO TO WS-RPT-O-NO
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-SUSPEND-REASON NOT = SPACES
              PERFORM SUSPEND-STANDING-ORDER
              EXIT PARAGRAPH
           END-IF

           IF WS-LAST-ORDER-NO >= WS-RNG-END
              ADD 1 TO WS-ORDERS-ERROR
              MOVE 'PLAGE DE NUMEROS EPUISEE' TO WS-RPT-STATUS
              MOVE ZERO TO WS-RPT-O-NO
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-ORDER

           MOVE ZERO TO WS-SKIPPED
           PERFORM ADVANCE-SCHEDULE
           PERFORM UNTIL ST-NEXT-RUN > WS-RUN-DATE OR ST-ENDED
              ADD 1 TO WS-SKIPPED
              PERFORM ADVANCE-SCHEDULE
           END-PERFORM
           IF ST-ENDED
              ADD 1 TO WS-ORDERS-ENDED
              MOVE 'GENEREE, DERNIERE ECHEANCE' TO WS-RPT-STATUS
           ELSE
              IF WS-SKIPPED > 0
                 MOVE 'GENEREE, ECHEANCES SAUTEES: '
                    TO WS-RPT-STATUS
                 MOVE WS-SKIPPED TO WS-SKIPPED-ED
                 MOVE WS-SKIPPED-ED TO WS-RPT-STATUS(29:3)
              ELSE
                 MOVE 'GENEREE' TO WS-RPT-STATUS
              END-IF
           END-IF
           PERFORM REWRITE-STANDING-ORDER
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * CONTROLE DU CLIENT ET DES PRODUITS AVANT GENERATION : UN      *
      * CLIENT FERME PAR CUSTMNT EST SUPPRIME DE API9.CUSTOMERS, UN   *
      * PRODUIT ABANDONNE EST SUPPRIME OU DESACTIVE (ACTIVE = 'N')    *
      *****************************************************************
       CHECK-STANDING-ORDER.
           MOVE ST-CUST-NO TO H-C-NO
           EXEC SQL SELECT 1 FROM API9.CUSTOMERS
                      WHERE C_NO = :H-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'CLIENT FERME' TO WS-SUSPEND-REASON
                 EXIT PARAGRAPH
              WHEN SQLCODE NOT = 0
                 DISPLAY 'ERREUR LECTURE CLIENT ' ST-CUST-NO
                         ' SQLCODE ' SQLCODE
                 MOVE 'Y' TO WS-ERROR-SW
                 EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > ST-LINE-COUNT
                      OR WS-SUSPEND-REASON NOT = SPACES
                      OR WS-ERROR
              PERFORM CHECK-STANDING-ORDER-LINE
           END-PERFORM
           .

       CHECK-STANDING-ORDER-LINE.
           MOVE ST-PROD-NO(WS-LN-IX) TO H-P-NO
           MOVE SPACE TO H-P-ACTIVE
           EXEC SQL
               SELECT COALESCE(ACTIVE,'Y') INTO :H-P-ACTIVE
                 FROM API9.PRODUCTS
                WHERE P_NO = :H-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100 OR
                   (SQLCODE = 0 AND H-P-ACTIVE = 'N')
                 MOVE 'PRODUIT ABANDONNE: ' TO WS-SUSPEND-REASON
                 MOVE H-P-NO TO WS-SUSPEND-REASON(20:3)
              WHEN SQLCODE NOT = 0
                 DISPLAY 'ERREUR LECTURE PRODUIT ' H-P-NO
                         ' SQLCODE ' SQLCODE
                 MOVE 'Y' TO WS-ERROR-SW
           END-EVALUATE
           .

      *****************************************************************
      * SUSPENSION : LA COMMANDE N'EST PAS GENEREE, SON ECHEANCE EST  *
      * CONSERVEE ; STOMNT LA REPREND (ACTION 'R') UNE FOIS LE CLIENT *
      * OU LE PRODUIT REGULARISE                                      *
      *****************************************************************
       SUSPEND-STANDING-ORDER.
           MOVE 'S'               TO ST-STATUS
           MOVE WS-RUN-DATE       TO ST-SUSP-DATE
           MOVE WS-SUSPEND-REASON TO ST-SUSP-REASON
           ADD 1 TO WS-ORDERS-SUSPENDED
           MOVE 'SUSPENDUE: '     TO WS-RPT-STATUS
           MOVE WS-SUSPEND-REASON TO WS-RPT-STATUS(12:30)
           MOVE ZERO              TO WS-RPT-O-NO
           PERFORM REWRITE-STANDING-ORDER
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * GENERATION : UN NUMERO DE COMMANDE DANS LA PLAGE DE LA SOURCE *
      * ET UNE LIGNE DE VENTES PAR PRODUIT, DATEE DU RUN              *
      *****************************************************************
       GENERATE-ORDER.
           ADD 1 TO WS-LAST-ORDER-NO
           MOVE WS-LAST-ORDER-NO   TO WS-SL-ORDER-NO
           MOVE WS-RUN-DATE(9:2)   TO WS-SL-DD
           MOVE WS-RUN-DATE(6:2)   TO WS-SL-MM
           MOVE WS-RUN-DATE(1:4)   TO WS-SL-YYYY
           MOVE ST-EMP-NO          TO WS-SL-EMP-NO
           MOVE ST-CUST-NO         TO WS-SL-CUST-NO
           MOVE ST-SITE            TO WS-SL-SITE
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > ST-LINE-COUNT
              MOVE ST-PROD-NO(WS-LN-IX) TO WS-SL-PROD-NO
              MOVE ST-QTY(WS-LN-IX)     TO WS-SL-QTY
              WRITE SALES-RECORD FROM WS-SALES-LINE
              ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM
           MOVE WS-RUN-DATE        TO ST-LAST-RUN
           MOVE WS-LAST-ORDER-NO   TO ST-LAST-ORDER
           MOVE WS-LAST-ORDER-NO   TO WS-RPT-O-NO
           ADD 1 TO WS-ORDERS-GENERATED
           .

      *****************************************************************
      * AVANCE D'UNE ECHEANCE : L'ECHEANCE THEORIQUE AVANCE PAR       *
      * FREQUENCE (LE QUANTIEME DE LA DATE DE DEBUT EST CONSERVE D'UN *
      * MOIS SUR L'AUTRE, RAMENE AU DERNIER JOUR DES MOIS COURTS), LA *
      * PROCHAINE EXECUTION EN EST LE PREMIER JOUR OUVRE ; AU-DELA DE *
      * LA DATE DE FIN LA COMMANDE EST TERMINEE                       *
      *****************************************************************
       ADVANCE-SCHEDULE.
           MOVE ST-SCHED-DATE(1:4) TO WS-NEXT-YYYY
           MOVE ST-SCHED-DATE(6:2) TO WS-NEXT-MM
           MOVE ST-SCHED-DATE(9:2) TO WS-NEXT-DD
           IF ST-FREQ-MONTHLY
              MOVE ST-START-DATE(9:2) TO WS-ANCHOR-DD
              ADD 1 TO WS-NEXT-MM
              IF WS-NEXT-MM > 12
                 MOVE 1 TO WS-NEXT-MM
                 ADD 1 TO WS-NEXT-YYYY
              END-IF
              MOVE WS-ANCHOR-DD TO WS-NEXT-DD
              COMPUTE WS-DATE-CCYYMMDD = WS-NEXT-YYYY * 10000
                                       + WS-NEXT-MM * 100
                                       + WS-NEXT-DD
              PERFORM UNTIL
                 FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) = 0
                 SUBTRACT 1 FROM WS-DATE-CCYYMMDD
              END-PERFORM
           ELSE
              COMPUTE WS-DATE-CCYYMMDD = WS-NEXT-YYYY * 10000
                                       + WS-NEXT-MM * 100
                                       + WS-NEXT-DD
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD) + 7
              COMPUTE WS-DATE-CCYYMMDD =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           MOVE SPACES TO WS-NEW-SCHED
           STRING WS-DATE-CCYYMMDD(1:4) '-'
                  WS-DATE-CCYYMMDD(5:2) '-'
                  WS-DATE-CCYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-NEW-SCHED
           END-STRING
           MOVE WS-NEW-SCHED TO ST-SCHED-DATE

           IF ST-END-DATE NOT = SPACES
              AND ST-SCHED-DATE > ST-END-DATE
              MOVE 'T' TO ST-STATUS
              MOVE SPACES TO ST-NEXT-RUN
              EXIT PARAGRAPH
           END-IF

           MOVE 'NEXTBUSDAY'  TO WS-CR-REQUEST
           MOVE ST-SCHED-DATE TO WS-CR-BASE
           MOVE 'N'           TO WS-CR-VALID
           CALL 'CALRESOL' USING WS-CR-REQUEST WS-CR-BASE
                   WS-CAL-COUNT WS-CAL-TABLE WS-CR-RESULT
                   WS-CR-VALID
           IF WS-CR-VALID = 'Y'
              MOVE WS-CR-RESULT  TO ST-NEXT-RUN
           ELSE
              MOVE ST-SCHED-DATE TO ST-NEXT-RUN
           END-IF
           .

       REWRITE-STANDING-ORDER.
           REWRITE STO-RECORD
           IF NOT WS-STO-OK
              DISPLAY 'ERREUR REECRITURE FNSTOMST ' ST-SO-NO
                      ' STATUS ' WS-FS-STO
              ADD 1 TO WS-ORDERS-ERROR
              MOVE '00' TO WS-FS-STO
           END-IF
           .

       WRITE-DETAIL-LINE.
           MOVE ST-SO-NO      TO WS-RPT-SO-NO
           MOVE ST-CUST-NO    TO WS-RPT-C-NO
           MOVE ST-SITE       TO WS-RPT-SITE
           MOVE ST-LINE-COUNT TO WS-RPT-LINES
           MOVE ST-NEXT-RUN   TO WS-RPT-NEXT-RUN
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *****************************************************************
      * REECRITURE DU DERNIER NUMERO ATTRIBUE                         *
      *****************************************************************
       SAVE-LAST-ORDER-NO.
           OPEN OUTPUT STONUM-FILE
           IF WS-STONUM-OK
              MOVE WS-LAST-ORDER-NO TO SN-LAST-NO
              MOVE FUNCTION CURRENT-DATE(1:20) TO SN-TIMESTAMP
              WRITE STONUM-RECORD
              CLOSE STONUM-FILE
           ELSE
              DISPLAY 'ERREUR REECRITURE NUMEROTATION PERMANENTES: '
                      WS-FS-STONUM
              ADD 1 TO WS-ORDERS-ERROR
           END-IF
           .

       FINALIZATION.
           IF WS-ORDERS-GENERATED > 0
              PERFORM SAVE-LAST-ORDER-NO
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-ORDERS-GENERATED TO WS-RPT-S-GEN
           MOVE WS-ORDERS-SUSPENDED TO WS-RPT-S-SUSP
           MOVE WS-ORDERS-ENDED     TO WS-RPT-S-ENDED
           MOVE WS-ORDERS-ON-HOLD   TO WS-RPT-S-HOLD
           MOVE WS-ORDERS-ERROR     TO WS-RPT-S-ERR
           MOVE WS-LINES-WRITTEN    TO WS-RPT-S-LINES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE STO-FILE
           CLOSE SALES-FILE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME STOGEN'
           DISPLAY 'PERMANENTES LUES: ' WS-RECORDS-READ
           DISPLAY 'COMMANDES GENEREES: ' WS-ORDERS-GENERATED
           DISPLAY 'COMMANDES SUSPENDUES CE RUN: ' WS-ORDERS-SUSPENDED
           DISPLAY 'COMMANDES DEJA EN SUSPENS: ' WS-ORDERS-ON-HOLD
           DISPLAY 'LIGNES DE VENTES ECRITES: ' WS-LINES-WRITTEN
           DISPLAY 'DERNIER NUMERO DE COMMANDE PERMANENTE: '
                   WS-LAST-ORDER-NO
           IF WS-ORDERS-ERROR > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ORDERS-SUSPENDED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
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
