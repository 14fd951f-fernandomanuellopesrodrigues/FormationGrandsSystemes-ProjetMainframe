       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CLOTURE D'UNE PERIODE COMPTABLE MENSUELLE         *
      * OBJECTIF  : RIEN N'EMPECHAIT UN AVENANT DE COMMANDE, UNE      *
      *             LIBERATION D'ATTENTE CREDIT, UN INVENTAIRE OU UNE *
      *             PENALITE DE RETARD DE TOMBER DANS UN MOIS DEJA    *
      *             ARRETE ET DECLARE. CE LOT TIENT LE STATUT DES     *
      *             PERIODES (FVPERST : O = OUVERTE, E = EN CLOTURE,  *
      *             F = FERMEE, ET LE MODE DE REPRISE DES ECRITURES   *
      *             TARDIVES : R = REPORTER SUR LE PREMIER JOUR       *
      *             OUVERT, X = REFUSER). LA CARTE PERIOD= FAIT       *
      *             PASSER LA PERIODE EN CLOTURE (LES PROGRAMMES DE   *
      *             COMPTABILISATION NE L'ALIMENTENT PLUS) PUIS       *
      *             CONTROLE DANS LES PREUVES DE CLOTURE (FVCLOSEV,   *
      *             ECRITES PAR CHAQUE ETAPE AVEC SA DATE ARRETEE)    *
      *             QUE LES ETAPES ONT TOURNE ARRETEES AU DERNIER     *
      *             JOUR DU MOIS (DATE= OU TO= DE L'ETAPE) :          *
      *             - TRIALBAL SANS ECART (RETURN-CODE 0)             *
      *             - INVVAL (VALORISATION DU STOCK)                  *
      *             - GLJRNL (EXTRACTION DU JOURNAL)                  *
      *             - TVADECL (DECLARATION DE TVA)                    *
      *             C'EST LE DERNIER RUN DE CHAQUE PROGRAMME ARRETE A *
      *             CETTE DATE QUI FAIT FOI ; UN RUN D'UNE AUTRE      *
      *             PERIODE NE COMPTE PAS, NI UN RUN TERMINE AVANT LE *
      *             PASSAGE EN CLOTURE (IL N'A PAS VU LES ECRITURES   *
      *             PASSEES ENTRE LUI ET LE VERROU) : LE PREMIER RUN  *
      *             NE FAIT QUE VERROUILLER LA PERIODE, UN RUN        *
      *             SUIVANT LA FERME APRES REJEU DES ETAPES. SI TOUT  *
      *             EST PRESENT LA PERIODE EST FERMEE,                *
      *             SINON ELLE RESTE EN CLOTURE (RETURN-CODE 4) ET LE *
      *             RAPPORT LISTE CE QUI MANQUE ; IL SUFFIT DE        *
      *             RELANCER LE LOT UNE FOIS L'ETAPE REJOUEE. LA      *
      *             CARTE BACKPOST=REDIRECT/REFUSE FIXE LE MODE DE    *
      *             REPRISE DE LA PERIODE (INCHANGE SANS CARTE,       *
      *             REPORTER PAR DEFAUT), Y COMPRIS SUR UNE PERIODE   *
      *             DEJA FERMEE. LE CONTROLE DES DATES EST FAIT PAR   *
      *             LE SOUS-PROGRAMME PARTAGE PERIODCK DANS TOUS LES  *
      *             PROGRAMMES QUI COMPTABILISENT : IMPVENTS,         *
      *             LOADREV, ORDAMEND, RELHOLDS, RELBACKO, PICKCONF,  *
      *             SHIPMANF, LATEFEE, REBATE, CRNOTE, IMPREGLS,      *
      *             SUSPREL, CAISRPT, DDCOLL, DDRETURN, APPAYRUN,     *
      *             IMPRECPT, STKTAKE ET GLJRNL ; CHAQUE ECRITURE     *
      *             REFUSEE OU REPORTEE EST TRACEE DANS FVBKPOST.     *
      * ENTREE    : SYSIN (PERIOD=AAAA-MM OBLIGATOIRE, BACKPOST=      *
      *             FACULTATIVE), FVPERST (STATUT DES PERIODES,       *
      *             FACULTATIF AU PREMIER RUN), FVCLOSEV (PREUVES DES *
      *             ETAPES DE CLOTURE)                                *
      * SORTIE    : FVPERSTN (NOUVEAU STATUT), RAPPORT (FREPORT)      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * STATUT DES PERIODES : ANCIEN ETAT EN ENTREE, NOUVEL ETAT EN
      * SORTIE (RECOPIE EN FVPERST PAR LE JCL APRES UN RUN CORRECT)
           SELECT PERSTAT-FILE
               ASSIGN TO FVPERST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERST.

           SELECT PERSTATN-FILE
               ASSIGN TO FVPERSTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERSTN.

      * PREUVES DES ETAPES DE CLOTURE (TRIALBAL, INVVAL, GLJRNL,
      * TVADECL : UN ENREGISTREMENT PAR RUN AVEC LA DATE ARRETEE)
           SELECT CLOSEV-FILE
               ASSIGN TO FVCLOSEV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * STATUT D'UNE PERIODE : AAAA-MM, STATUT O/E/F, MODE DE REPRISE
      * R/X, HORODATAGE DU DERNIER CHANGEMENT
       FD  PERSTAT-FILE.
       01  PERSTAT-RECORD.
           05 PS-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1).
           05 PS-STATUS               PIC X(1).
           05 FILLER                  PIC X(1).
           05 PS-BACKPOST             PIC X(1).
           05 FILLER                  PIC X(1).
           05 PS-CHANGE-TS            PIC X(20).

       FD  PERSTATN-FILE.
       01  PERSTATN-RECORD.
           05 PN-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 PN-STATUS               PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 PN-BACKPOST             PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 PN-CHANGE-TS            PIC X(20).

      * PREUVE D'ETAPE DE CLOTURE : PROGRAMME, DATE ARRETEE (CARTE
      * DATE= OU TO= DU RUN), FIN DE RUN, RETURN-CODE
       FD  CLOSEV-FILE.
       01  CLOSEV-RECORD.
           05 CE-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1).
           05 CE-ASOF-DATE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 CE-END-TS               PIC X(20).
           05 FILLER                  PIC X(1).
           05 CE-RETURN-CODE          PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-PERST                PIC XX VALUE SPACES.
           88 WS-PERST-OK                   VALUE '00'.
           88 WS-PERST-EOF                  VALUE '10'.
       01  WS-FS-PERSTN               PIC XX VALUE SPACES.
           88 WS-PERSTN-OK                  VALUE '00'.
       01  WS-CE-STATUS               PIC XX VALUE SPACES.
           88 WS-CE-OK                      VALUE '00'.
           88 WS-CE-EOF                     VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * CARTES SYSIN : PERIODE A CLOTURER ET MODE DE REPRISE (BLANC =
      * MODE INCHANGE)
       01  WS-PERIOD                  PIC X(7)  VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR          PIC X(4).
           05 WS-PERIOD-DASH          PIC X(1).
           05 WS-PERIOD-MONTH         PIC X(2).
       01  WS-BACKPOST-CARD           PIC X(8)  VALUE SPACES.
       01  WS-BACKPOST-MODE           PIC X     VALUE SPACE.

      * PREMIER JOUR DU MOIS SUIVANT (AAAAMMJJ) ET DERNIER JOUR DE
      * LA PERIODE (AAAA-MM-JJ) : SEUL UN RUN ARRETE A CE DERNIER JOUR
      * EST UNE PREUVE DE CLOTURE DE LA PERIODE
       01  WS-CUTOFF-DATE             PIC X(8)  VALUE SPACES.
       01  WS-CUTOFF-NUM REDEFINES WS-CUTOFF-DATE
                                      PIC 9(8).
       01  WS-CUTOFF-YEAR             PIC 9(4)  VALUE ZERO.
       01  WS-CUTOFF-MONTH            PIC 9(2)  VALUE ZERO.
       01  WS-PERIOD-END-NUM          PIC 9(8)  VALUE ZERO.
       01  WS-PERIOD-END              PIC X(10) VALUE SPACES.

      * STATUT DES PERIODES (FVPERST) EN TABLE ; LA PERIODE TRAITEE
      * EST AJOUTEE EN FIN DE TABLE SI ELLE N'Y FIGURE PAS
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES INDEXED BY PE-IX.
              10 WS-PE-PERIOD         PIC X(7).
              10 WS-PE-STATUS         PIC X(1).
              10 WS-PE-BACKPOST       PIC X(1).
              10 WS-PE-CHANGE-TS      PIC X(20).
       01  WS-PER-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-PER-MAX                 PIC 9(3)  VALUE 120.
       01  WS-PER-CURRENT             PIC 9(3)  VALUE ZERO.
       01  WS-OLD-STATUS              PIC X     VALUE SPACE.

      * ETAPES DE CLOTURE ATTENDUES ET DERNIER RUN RETENU DE CHACUNE
      * (FIN DE RUN, RETURN-CODE, VERDICT, PRESENCE D'UN RUN ECARTE
      * CAR TERMINE AVANT LE PASSAGE EN CLOTURE)
       01  WS-PRQ-TABLE.
           05 WS-PRQ-ENTRY OCCURS 4 TIMES INDEXED BY PQ-IX.
              10 WS-PRQ-PROGRAM       PIC X(8).
              10 WS-PRQ-MAX-RC        PIC 9(2).
              10 WS-PRQ-END-TS        PIC X(20).
              10 WS-PRQ-RC            PIC 9(2).
              10 WS-PRQ-OK            PIC X(1).
              10 WS-PRQ-EARLY         PIC X(1).
       01  WS-PRQ-COUNT               PIC 9(1)  VALUE 4.
       01  WS-PRQ-MISSING             PIC 9(1)  VALUE ZERO.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-RUNS-READ            PIC 9(7)  VALUE ZERO.
           05 WS-RUNS-KEPT            PIC 9(7)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
                 'CLOTURE DE PERIODE COMPTABLE'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(11) VALUE 'PERIODE : '.
              10 WS-RPT-PERIOD        PIC X(7).
              10 FILLER               PIC X(20) VALUE
                 '  STATUT INITIAL : '.
              10 WS-RPT-OLD-STATUS    PIC X(10).
              10 FILLER               PIC X(19) VALUE
                 '  MODE DE REPRISE: '.
              10 WS-RPT-MODE          PIC X(8).
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-PRQ-LINE.
              10 FILLER               PIC X(8)  VALUE 'ETAPE: '.
              10 WS-RPT-PROGRAM       PIC X(8).
              10 FILLER               PIC X(16) VALUE
                 '  DERNIER RUN: '.
              10 WS-RPT-END-TS        PIC X(20).
              10 FILLER               PIC X(7)  VALUE '  RC: '.
              10 WS-RPT-RC            PIC Z9.
              10 FILLER               PIC X(3)  VALUE ' - '.
              10 WS-RPT-VERDICT       PIC X(40).
           05 WS-RESULT-LINE.
              10 FILLER               PIC X(18) VALUE
                 'NOUVEAU STATUT : '.
              10 WS-RPT-NEW-STATUS    PIC X(10).
              10 FILLER               PIC X(3)  VALUE ' - '.
              10 WS-RPT-RESULT        PIC X(60).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(18) VALUE
                 'RUNS EXAMINES  : '.
              10 WS-RPT-RUNS-READ     PIC ZZZ,ZZ9.
              10 FILLER               PIC X(20) VALUE
                 '  RUNS RETENUS   : '.
              10 WS-RPT-RUNS-KEPT     PIC ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

       01  WS-STATUS-LABEL            PIC X(10) VALUE SPACES.
       01  WS-STATUS-CODE             PIC X     VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-PERIOD
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME PERCLOSE'
           PERFORM READ-SYSIN-CARDS
           IF WS-PERIOD-YEAR NOT NUMERIC
              OR WS-PERIOD-DASH NOT = '-'
              OR WS-PERIOD-MONTH NOT NUMERIC
              OR WS-PERIOD-MONTH < '01' OR WS-PERIOD-MONTH > '12'
              DISPLAY 'CARTE SYSIN PERIOD=AAAA-MM OBLIGATOIRE, '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           EVALUATE WS-BACKPOST-CARD
              WHEN SPACES
                 MOVE SPACE TO WS-BACKPOST-MODE
              WHEN 'REDIRECT'
                 MOVE 'R' TO WS-BACKPOST-MODE
              WHEN 'REFUSE'
                 MOVE 'X' TO WS-BACKPOST-MODE
              WHEN OTHER
                 DISPLAY 'CARTE BACKPOST= INVALIDE (REDIRECT OU '
                         'REFUSE) : ' WS-BACKPOST-CARD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           MOVE 'TRIALBAL' TO WS-PRQ-PROGRAM(1)
           MOVE 0          TO WS-PRQ-MAX-RC(1)
           MOVE 'INVVAL  ' TO WS-PRQ-PROGRAM(2)
           MOVE 4          TO WS-PRQ-MAX-RC(2)
           MOVE 'GLJRNL  ' TO WS-PRQ-PROGRAM(3)
           MOVE 4          TO WS-PRQ-MAX-RC(3)
           MOVE 'TVADECL ' TO WS-PRQ-PROGRAM(4)
           MOVE 4          TO WS-PRQ-MAX-RC(4)
           PERFORM VARYING PQ-IX FROM 1 BY 1
                   UNTIL PQ-IX > WS-PRQ-COUNT
              MOVE SPACES TO WS-PRQ-END-TS(PQ-IX)
              MOVE 0      TO WS-PRQ-RC(PQ-IX)
              MOVE 'N'    TO WS-PRQ-OK(PQ-IX)
              MOVE 'N'    TO WS-PRQ-EARLY(PQ-IX)
           END-PERFORM

      * PREMIER JOUR DU MOIS SUIVANT ET DERNIER JOUR DE LA PERIODE
           MOVE WS-PERIOD-YEAR  TO WS-CUTOFF-YEAR
           MOVE WS-PERIOD-MONTH TO WS-CUTOFF-MONTH
           IF WS-CUTOFF-MONTH = 12
              MOVE 1 TO WS-CUTOFF-MONTH
              ADD 1 TO WS-CUTOFF-YEAR
           ELSE
              ADD 1 TO WS-CUTOFF-MONTH
           END-IF
           MOVE WS-CUTOFF-YEAR  TO WS-CUTOFF-DATE(1:4)
           MOVE WS-CUTOFF-MONTH TO WS-CUTOFF-DATE(5:2)
           MOVE '01'            TO WS-CUTOFF-DATE(7:2)
           COMPUTE WS-PERIOD-END-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CUTOFF-NUM) - 1)
           STRING WS-PERIOD-END-NUM(1:4) '-'
                  WS-PERIOD-END-NUM(5:2) '-'
                  WS-PERIOD-END-NUM(7:2)
              DELIMITED BY SIZE INTO WS-PERIOD-END
           END-STRING

           PERFORM LOAD-PERIOD-STATUS

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN PERIOD= / BACKPOST=                  *
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
              WHEN SYSIN-RECORD(1:7) = 'PERIOD='
                 MOVE SYSIN-RECORD(8:7) TO WS-PERIOD
              WHEN SYSIN-RECORD(1:9) = 'BACKPOST='
                 MOVE SYSIN-RECORD(10:8) TO WS-BACKPOST-CARD
           END-EVALUATE
           .

      *****************************************************************
      * CHARGEMENT DU STATUT DES PERIODES (FVPERST) ; FICHIER ABSENT  *
      * = AUCUNE PERIODE ENCORE CLOTUREE                              *
      *****************************************************************
       LOAD-PERIOD-STATUS.
           OPEN INPUT PERSTAT-FILE
           IF NOT WS-PERST-OK
              DISPLAY 'PAS DE STATUT DES PERIODES (' WS-FS-PERST
                      '), PREMIERE CLOTURE'
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
                       MOVE PS-CHANGE-TS
                            TO WS-PE-CHANGE-TS(WS-PER-COUNT)
                    ELSE
                       DISPLAY 'TABLE DES PERIODES SATUREE, PERIODE '
                               'IGNOREE: ' PS-PERIOD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERSTAT-FILE
           .

      *****************************************************************
      * TRAITEMENT DE LA PERIODE : PASSAGE EN CLOTURE, CONTROLE DES   *
      * ETAPES, FERMETURE SI TOUT EST PRESENT                         *
      *****************************************************************
       PROCESS-PERIOD.
           MOVE 0 TO WS-PER-CURRENT
           PERFORM VARYING PE-IX FROM 1 BY 1
                   UNTIL PE-IX > WS-PER-COUNT
              IF WS-PE-PERIOD(PE-IX) = WS-PERIOD
                 SET WS-PER-CURRENT TO PE-IX
              END-IF
           END-PERFORM
           IF WS-PER-CURRENT = 0
              IF WS-PER-COUNT >= WS-PER-MAX
                 DISPLAY 'TABLE DES PERIODES SATUREE, PERIODE '
                         WS-PERIOD ' NON CLOTUREE'
                 MOVE 12 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PER-COUNT
              MOVE WS-PER-COUNT TO WS-PER-CURRENT
              MOVE WS-PERIOD TO WS-PE-PERIOD(WS-PER-CURRENT)
              MOVE 'O'       TO WS-PE-STATUS(WS-PER-CURRENT)
              MOVE 'R'       TO WS-PE-BACKPOST(WS-PER-CURRENT)
              MOVE SPACES    TO WS-PE-CHANGE-TS(WS-PER-CURRENT)
           END-IF
           MOVE WS-PE-STATUS(WS-PER-CURRENT) TO WS-OLD-STATUS
           IF WS-BACKPOST-MODE NOT = SPACE
              MOVE WS-BACKPOST-MODE TO WS-PE-BACKPOST(WS-PER-CURRENT)
           END-IF

           MOVE WS-PERIOD TO WS-RPT-PERIOD
           MOVE WS-OLD-STATUS TO WS-STATUS-CODE
           PERFORM BUILD-STATUS-LABEL
           MOVE WS-STATUS-LABEL TO WS-RPT-OLD-STATUS
           IF WS-PE-BACKPOST(WS-PER-CURRENT) = 'X'
              MOVE 'REFUSER' TO WS-RPT-MODE
           ELSE
              MOVE 'REPORTER' TO WS-RPT-MODE
           END-IF
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE

           IF WS-OLD-STATUS = 'F'
              STRING 'PERIODE DEJA FERMEE, SEUL LE MODE DE REPRISE '
                     'EST MIS A JOUR'
                 DELIMITED BY SIZE INTO WS-RPT-RESULT
              END-STRING
              PERFORM WRITE-RESULT-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-OLD-STATUS NOT = 'E'
              MOVE 'E' TO WS-PE-STATUS(WS-PER-CURRENT)
              MOVE FUNCTION CURRENT-DATE(1:20)
                 TO WS-PE-CHANGE-TS(WS-PER-CURRENT)
           END-IF

           PERFORM SCAN-CLOSE-EVIDENCE
           PERFORM REPORT-PREREQUISITES

           IF WS-PRQ-MISSING = 0
              MOVE 'F' TO WS-PE-STATUS(WS-PER-CURRENT)
              MOVE FUNCTION CURRENT-DATE(1:20)
                 TO WS-PE-CHANGE-TS(WS-PER-CURRENT)
              MOVE 'TOUTES LES ETAPES DE CLOTURE SONT PRESENTES'
                 TO WS-RPT-RESULT
           ELSE
              IF WS-OLD-STATUS = 'E'
                 STRING 'ETAPE(S) MANQUANTE(S), PERIODE LAISSEE EN '
                        'CLOTURE'
                    DELIMITED BY SIZE INTO WS-RPT-RESULT
                 END-STRING
              ELSE
                 STRING 'PERIODE VERROUILLEE, REJOUER LES ETAPES PUIS '
                        'RELANCER LE LOT'
                    DELIMITED BY SIZE INTO WS-RPT-RESULT
                 END-STRING
              END-IF
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM WRITE-RESULT-LINE
           .

      *****************************************************************
      * LECTURE DES PREUVES DE CLOTURE : POUR CHAQUE ETAPE, LE        *
      * DERNIER RUN (FIN DE RUN LA PLUS RECENTE) ARRETE AU DERNIER    *
      * JOUR DE LA PERIODE ; LES RUNS D'AUTRES DATES SONT IGNORES,    *
      * COMME CEUX TERMINES AVANT LE PASSAGE EN CLOTURE (LES          *
      * HORODATAGES AAAAMMJJHHMMSS SE COMPARENT ALPHABETIQUEMENT)     *
      *****************************************************************
       SCAN-CLOSE-EVIDENCE.
           OPEN INPUT CLOSEV-FILE
           IF NOT WS-CE-OK
              DISPLAY 'PREUVES DE CLOTURE ABSENTES (' WS-CE-STATUS
                      '), AUCUNE ETAPE DE CLOTURE RETENUE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CE-EOF
              READ CLOSEV-FILE
                 AT END MOVE '10' TO WS-CE-STATUS
                 NOT AT END PERFORM CHECK-ONE-RUN
              END-READ
           END-PERFORM
           CLOSE CLOSEV-FILE
           .

       CHECK-ONE-RUN.
           ADD 1 TO WS-RUNS-READ
           IF CE-ASOF-DATE NOT = WS-PERIOD-END
              EXIT PARAGRAPH
           END-IF
      * UN RUN TERMINE AVANT LE PASSAGE EN CLOTURE NE FAIT PAS FOI :
      * DES ECRITURES ONT PU TOMBER DANS LA PERIODE APRES LUI
           IF CE-END-TS NOT > WS-PE-CHANGE-TS(WS-PER-CURRENT)
              PERFORM VARYING PQ-IX FROM 1 BY 1
                      UNTIL PQ-IX > WS-PRQ-COUNT
                 IF CE-PROGRAM = WS-PRQ-PROGRAM(PQ-IX)
                    MOVE 'Y' TO WS-PRQ-EARLY(PQ-IX)
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PQ-IX FROM 1 BY 1
                   UNTIL PQ-IX > WS-PRQ-COUNT
              IF CE-PROGRAM = WS-PRQ-PROGRAM(PQ-IX)
                 AND CE-END-TS > WS-PRQ-END-TS(PQ-IX)
                 ADD 1 TO WS-RUNS-KEPT
                 MOVE CE-END-TS      TO WS-PRQ-END-TS(PQ-IX)
                 MOVE CE-RETURN-CODE TO WS-PRQ-RC(PQ-IX)
                 IF CE-RETURN-CODE > WS-PRQ-MAX-RC(PQ-IX)
                    MOVE 'N' TO WS-PRQ-OK(PQ-IX)
                 ELSE
                    MOVE 'Y' TO WS-PRQ-OK(PQ-IX)
                 END-IF
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * UNE LIGNE PAR ETAPE ATTENDUE ET DECOMPTE DES MANQUANTES       *
      *****************************************************************
       REPORT-PREREQUISITES.
           MOVE 0 TO WS-PRQ-MISSING
           PERFORM VARYING PQ-IX FROM 1 BY 1
                   UNTIL PQ-IX > WS-PRQ-COUNT
              MOVE WS-PRQ-PROGRAM(PQ-IX) TO WS-RPT-PROGRAM
              MOVE WS-PRQ-END-TS(PQ-IX)  TO WS-RPT-END-TS
              MOVE WS-PRQ-RC(PQ-IX)      TO WS-RPT-RC
              EVALUATE TRUE
                 WHEN WS-PRQ-END-TS(PQ-IX) = SPACES
                      AND WS-PRQ-EARLY(PQ-IX) = 'Y'
                    ADD 1 TO WS-PRQ-MISSING
                    MOVE 'RUN ANTERIEUR AU VERROU, A REJOUER'
                       TO WS-RPT-VERDICT
                 WHEN WS-PRQ-END-TS(PQ-IX) = SPACES
                    ADD 1 TO WS-PRQ-MISSING
                    MOVE 'AUCUN RUN ARRETE A LA FIN DE PERIODE'
                       TO WS-RPT-VERDICT
                 WHEN WS-PRQ-OK(PQ-IX) = 'N'
                    ADD 1 TO WS-PRQ-MISSING
                    MOVE 'DERNIER RUN EN ANOMALIE, A REJOUER'
                       TO WS-RPT-VERDICT
                 WHEN OTHER
                    MOVE 'OK' TO WS-RPT-VERDICT
              END-EVALUATE
              WRITE REPORT-RECORD FROM WS-PRQ-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       WRITE-RESULT-LINE.
           MOVE WS-PE-STATUS(WS-PER-CURRENT) TO WS-STATUS-CODE
           PERFORM BUILD-STATUS-LABEL
           MOVE WS-STATUS-LABEL TO WS-RPT-NEW-STATUS
           WRITE REPORT-RECORD FROM WS-RESULT-LINE
           .

       BUILD-STATUS-LABEL.
           EVALUATE WS-STATUS-CODE
              WHEN 'E'   MOVE 'EN CLOTURE' TO WS-STATUS-LABEL
              WHEN 'F'   MOVE 'FERMEE'     TO WS-STATUS-LABEL
              WHEN OTHER MOVE 'OUVERTE'    TO WS-STATUS-LABEL
           END-EVALUATE
           .

      *****************************************************************
      * ECRITURE DU NOUVEAU STATUT (FVPERSTN) ET DU RAPPORT           *
      *****************************************************************
       FINALIZATION.
           OPEN OUTPUT PERSTATN-FILE
           IF WS-PERSTN-OK
              PERFORM VARYING PE-IX FROM 1 BY 1
                      UNTIL PE-IX > WS-PER-COUNT
                 MOVE WS-PE-PERIOD(PE-IX)    TO PN-PERIOD
                 MOVE WS-PE-STATUS(PE-IX)    TO PN-STATUS
                 MOVE WS-PE-BACKPOST(PE-IX)  TO PN-BACKPOST
                 MOVE WS-PE-CHANGE-TS(PE-IX) TO PN-CHANGE-TS
                 WRITE PERSTATN-RECORD
              END-PERFORM
              CLOSE PERSTATN-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE NOUVEAU STATUT FVPERSTN: '
                      WS-FS-PERSTN
              MOVE 12 TO RETURN-CODE
           END-IF
           MOVE WS-RUNS-READ TO WS-RPT-RUNS-READ
           MOVE WS-RUNS-KEPT TO WS-RPT-RUNS-KEPT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME PERCLOSE'
           DISPLAY 'PERIODE: ' WS-PERIOD ' STATUT: '
                   WS-RPT-NEW-STATUS
           DISPLAY 'ETAPES MANQUANTES: ' WS-PRQ-MISSING
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
