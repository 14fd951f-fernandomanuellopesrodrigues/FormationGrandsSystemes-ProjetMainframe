       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : TENDANCE DE LA FENETRE BATCH ET ALERTE DE         *
      *             DEPASSEMENT                                       *
      * OBJECTIF  : CHAINSUM DIT CHAQUE MATIN CE QUI A ECHOUE, PAS    *
      *             QU'UN PROGRAMME DE LA CHAINE S'ALLONGE DE NUIT EN *
      *             NUIT. CE PROGRAMME RELIT LE JOURNAL FRUNHST ET    *
      *             SES ARCHIVES FVRUNARC (COUPEES PAR RETNMGR) SUR   *
      *             LES N DERNIERES NUITS (CARTE NIGHTS=nnn, 30 PAR   *
      *             DEFAUT). UNE NUIT COMMENCE A MIDI : UNE EXECUTION *
      *             LANCEE AVANT MIDI APPARTIENT A LA NUIT DE LA      *
      *             VEILLE. IL EDITE :                                *
      *             - PAR PROGRAMME, LA DUREE ET LES ENREGISTREMENTS  *
      *               LUS DE CHAQUE EXECUTION AVEC LE DEBIT (LUS PAR  *
      *               MINUTE), PUIS LA MOYENNE GLISSANTE DES NUITS    *
      *               PRECEDENTES (EXECUTIONS AU STATUT OK). LE       *
      *               PROGRAMME DONT LA DUREE DE LA DERNIERE NUIT     *
      *               DEPASSE CETTE MOYENNE DE PLUS DU POURCENTAGE    *
      *               TOLERE (CARTE OVERRUN=nnn, 25 PAR DEFAUT) EST   *
      *               SIGNALE ;                                       *
      *             - PAR NUIT, LE DEBUT ET LA FIN DE LA CHAINE, PUIS *
      *               LA DERIVE DE L'HEURE DE FIN (DROITE DES         *
      *               MOINDRES CARRES) ET LA DATE A LAQUELLE ELLE     *
      *               ATTEINDRA L'HEURE LIMITE DE LA FENETRE (CARTE   *
      *               DEADLINE=HHMM, 0600 PAR DEFAUT).                *
      *             CODE RETOUR POUR L'ORDONNANCEUR : 8 SI LA CHAINE  *
      *             DE LA DERNIERE NUIT A FINI APRES L'HEURE LIMITE,  *
      *             4 SI UN PROGRAMME EST SIGNALE OU SI LA DATE       *
      *             PROJETEE TOMBE DANS LE PREAVIS (CARTE WARN=nnn    *
      *             JOURS, 30 PAR DEFAUT), 0 SINON.                   *
      * ENTREE    : SYSIN (CARTES FACULTATIVES), FVRUNARC (ARCHIVES,  *
      *             FACULTATIF), FRUNHST (JOURNAL COMMUN)             *
      * SORTIE    : RAPPORT DE TENDANCE (FREPORT)                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT RUNARC-FILE
               ASSIGN TO FVRUNARC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.

           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * LES ARCHIVES ONT LA DISPOSITION DE RUNHIST-RECORD, RELUES
      * PAR LA ZONE COMMUNE WS-RUN-RECORD
       FD  RUNARC-FILE.
       01 RUNARC-RECORD           PIC X(82).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01 RUNHIST-RECORD          PIC X(82).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.
       01 WS-RA-STATUS            PIC XX         VALUE SPACES.
          88 WS-RA-OK                            VALUE '00'.
          88 WS-RA-EOF                           VALUE '10'.
       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.
          88 WS-RH-EOF                           VALUE '10'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * ENREGISTREMENT DU JOURNAL EN COURS (ARCHIVE OU JOURNAL VIF)
       01 WS-RUN-RECORD.
          05 RH-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1).
          05 RH-START-TS          PIC X(20).
          05 FILLER               PIC X(1).
          05 RH-END-TS            PIC X(20).
          05 FILLER               PIC X(1).
          05 RH-RECORDS-READ      PIC 9(7).
          05 FILLER               PIC X(1).
          05 RH-RECORDS-OK        PIC 9(7).
          05 FILLER               PIC X(1).
          05 RH-RECORDS-ERROR     PIC 9(7).
          05 FILLER               PIC X(1).
          05 RH-STATUS-CODE       PIC X(4).
          05 FILLER               PIC X(1).
          05 RH-RETURN-CODE       PIC 9(2).

      * PASSE DE LECTURE : 1 = RECHERCHE DE LA DERNIERE NUIT,
      * 2 = CHARGEMENT DE LA FENETRE DE N NUITS
       01 WS-PASS                 PIC 9(1)       VALUE 1.
          88 WS-PASS-LAST-NIGHT                  VALUE 1.
          88 WS-PASS-LOAD                        VALUE 2.

      * PARAMETRES (CARTES SYSIN)
       01 WS-NIGHTS               PIC 9(3)       VALUE 30.
       01 WS-DEADLINE-HHMM        PIC 9(4)       VALUE 0600.
       01 WS-DEADLINE-R REDEFINES WS-DEADLINE-HHMM.
          05 WS-DEADLINE-HH       PIC 9(2).
          05 WS-DEADLINE-MM       PIC 9(2).
       01 WS-OVERRUN-PCT          PIC 9(3)       VALUE 25.
       01 WS-WARN-DAYS            PIC 9(3)       VALUE 30.
       01 WS-SI-NUM3              PIC 9(3).
       01 WS-SI-NUM4              PIC 9(4).

      * HEURE LIMITE EN MINUTES DEPUIS LE MINUIT QUI OUVRE LA NUIT
      * (UNE HEURE DU MATIN EST PORTEE AU LENDEMAIN, +1440)
       01 WS-DEADLINE-MIN         PIC S9(7) COMP-3 VALUE 0.

      * DECOUPAGE D'UN HORODATAGE AAAAMMJJHHMMSS...
       01 WS-TS-WORK.
          05 WS-TS-DATE           PIC 9(8).
          05 WS-TS-HH             PIC 9(2).
          05 WS-TS-MI             PIC 9(2).
          05 WS-TS-SS             PIC 9(2).
          05 FILLER               PIC X(6).
       01 WS-TS-DINT              PIC S9(9) COMP VALUE 0.

      * VALEURS CALCULEES POUR L'EXECUTION EN COURS
       01 WS-CUR-NIGHT            PIC S9(9) COMP VALUE 0.
       01 WS-CUR-START-SECS       PIC S9(15) COMP-3 VALUE 0.
       01 WS-CUR-END-SECS         PIC S9(15) COMP-3 VALUE 0.
       01 WS-CUR-ELAPSED          PIC S9(9) COMP-3 VALUE 0.
       01 WS-CUR-START-MIN        PIC S9(7) COMP-3 VALUE 0.
       01 WS-CUR-END-MIN          PIC S9(7) COMP-3 VALUE 0.
       01 WS-CUR-VALID            PIC X(1)       VALUE 'N'.
          88 WS-CUR-IS-VALID                     VALUE 'Y'.

      * DERNIERE NUIT DU JOURNAL ET DEBUT DE LA FENETRE
       01 WS-LAST-NIGHT           PIC S9(9) COMP VALUE 0.
       01 WS-FIRST-NIGHT          PIC S9(9) COMP VALUE 0.

      * EXECUTIONS DE LA FENETRE (ORDRE DU JOURNAL : ARCHIVES PUIS
      * JOURNAL VIF, DONC CHRONOLOGIQUE)
       01 WS-RUN-MAX              PIC 9(4)       VALUE 5000.
       01 WS-RUN-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-RUN-IDX              PIC 9(4)       VALUE ZERO.
       01 WS-RUN-TABLE.
          05 WS-RUN-ENTRY OCCURS 5000 TIMES.
             10 WS-RN-PROGRAM     PIC X(8).
             10 WS-RN-NIGHT       PIC S9(9) COMP.
             10 WS-RN-START-MIN   PIC S9(7) COMP-3.
             10 WS-RN-ELAPSED     PIC S9(9) COMP-3.
             10 WS-RN-READ        PIC 9(7).
             10 WS-RN-STATUS      PIC X(4).

      * CUMULS PAR PROGRAMME
       01 WS-PGM-MAX              PIC 9(3)       VALUE 50.
       01 WS-PGM-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PGM-IDX              PIC 9(3)       VALUE ZERO.
       01 WS-PGM-TABLE.
          05 WS-PGM-ENTRY OCCURS 50 TIMES.
             10 WS-PG-PROGRAM     PIC X(8).
             10 WS-PG-HIST-RUNS   PIC 9(5).
             10 WS-PG-HIST-SECS   PIC S9(11) COMP-3.
             10 WS-PG-HIST-READ   PIC S9(11) COMP-3.
             10 WS-PG-LAST-FOUND  PIC X(1).
             10 WS-PG-LAST-SECS   PIC S9(9) COMP-3.
             10 WS-PG-LAST-READ   PIC 9(7).

      * DEBUT ET FIN DE CHAINE PAR NUIT (MINUTES DEPUIS LE MINUIT QUI
      * OUVRE LA NUIT)
       01 WS-NGT-MAX              PIC 9(3)       VALUE 400.
       01 WS-NGT-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-NGT-IDX              PIC 9(3)       VALUE ZERO.
       01 WS-NGT-TABLE.
          05 WS-NGT-ENTRY OCCURS 400 TIMES.
             10 WS-NG-NIGHT       PIC S9(9) COMP.
             10 WS-NG-START-MIN   PIC S9(7) COMP-3.
             10 WS-NG-END-MIN     PIC S9(7) COMP-3.

      * CALCULS DE MOYENNE ET DE DEPASSEMENT
       01 WS-AVG-SECS             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-AVG-READ             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RATE                 PIC S9(9)V9 COMP-3 VALUE 0.
       01 WS-DEVIATION-PCT        PIC S9(5) COMP-3 VALUE 0.
       01 WS-WORK-SECS            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-WORK-READ            PIC S9(11) COMP-3 VALUE 0.

      * DROITE DES MOINDRES CARRES DE L'HEURE DE FIN DE CHAINE
       01 WS-RG-N                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-RG-X                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-RG-SX                PIC S9(11) COMP-3 VALUE 0.
       01 WS-RG-SY                PIC S9(11) COMP-3 VALUE 0.
       01 WS-RG-SXY               PIC S9(15) COMP-3 VALUE 0.
       01 WS-RG-SXX               PIC S9(15) COMP-3 VALUE 0.
       01 WS-RG-DENOM             PIC S9(15) COMP-3 VALUE 0.
       01 WS-RG-SLOPE             PIC S9(7)V9(4) COMP-3 VALUE 0.
       01 WS-RG-INTERCEPT         PIC S9(9)V9(4) COMP-3 VALUE 0.
       01 WS-RG-FITTED            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PROJ-DAYS            PIC S9(7) COMP-3 VALUE 0.
       01 WS-PROJ-DINT            PIC S9(9) COMP VALUE 0.

      * CONVERSION MINUTES -> HH:MM (J+n)
       01 WS-CLOCK-MIN            PIC S9(7) COMP-3 VALUE 0.
       01 WS-CLOCK-DAYS           PIC S9(3) COMP-3 VALUE 0.
       01 WS-CLOCK-REST           PIC S9(5) COMP-3 VALUE 0.
       01 WS-CLOCK-HH             PIC 9(2)       VALUE ZERO.
       01 WS-CLOCK-MM             PIC 9(2)       VALUE ZERO.
       01 WS-CLOCK-DAY-EDIT       PIC 9(1)       VALUE ZERO.
       01 WS-CLOCK-TEXT           PIC X(9)       VALUE SPACES.

      * CONVERSION NUIT (ENTIER) -> AAAA-MM-JJ
       01 WS-DATE-DINT            PIC S9(9) COMP VALUE 0.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-TEXT            PIC X(10)      VALUE SPACES.

      * COMPTEURS ET RESULTAT
       01 WS-COUNTERS.
          05 WS-RUNS-READ         PIC 9(7)       VALUE ZERO.
          05 WS-RUNS-KEPT         PIC 9(7)       VALUE ZERO.
          05 WS-RUNS-INVALID      PIC 9(7)       VALUE ZERO.
          05 WS-PGM-FLAGGED       PIC 9(3)       VALUE ZERO.
       01 WS-PGM-FLAG             PIC X(1)       VALUE 'N'.
          88 WS-PGM-IS-FLAGGED                   VALUE 'Y'.
       01 WS-BREACH-RC            PIC 9(2)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'TENDANCE DE LA FENETRE BATCH (FRUNHST / FVRUNARC)'.
          05 WS-PARAM-LINE.
             10 FILLER            PIC X(17)      VALUE
                'DERNIERE NUIT : '.
             10 WS-RPT-LAST-NIGHT PIC X(10).
             10 FILLER            PIC X(10)      VALUE '  NUITS: '.
             10 WS-RPT-NIGHTS     PIC ZZ9.
             10 FILLER            PIC X(18)      VALUE
                '  HEURE LIMITE : '.
             10 WS-RPT-DEADLINE   PIC X(5).
             10 FILLER            PIC X(18)      VALUE
                '  TOLERANCE : +'.
             10 WS-RPT-OVERRUN    PIC ZZ9.
             10 FILLER            PIC X(14)      VALUE
                '%  PREAVIS : '.
             10 WS-RPT-WARN       PIC ZZ9.
             10 FILLER            PIC X(6)       VALUE ' JOURS'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-PROGRAM-HDR       PIC X(132)     VALUE
                'DUREES ET DEBITS PAR PROGRAMME'.
          05 WS-CHAIN-HDR         PIC X(132)     VALUE
                'DEBUT ET FIN DE LA CHAINE PAR NUIT'.
          05 WS-NONE-LINE         PIC X(132)     VALUE
                '   AUCUNE EXECUTION DANS LA FENETRE'.
          05 WS-MESSAGE-LINE      PIC X(132).
          05 WS-PGM-TITLE-LINE.
             10 FILLER            PIC X(11)      VALUE 'PROGRAMME '.
             10 WS-RPT-PGM        PIC X(8).
          05 WS-RUN-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-NIGHT      PIC X(10).
             10 FILLER            PIC X(8)       VALUE '  DEBUT '.
             10 WS-RPT-START      PIC X(9).
             10 FILLER            PIC X(9)       VALUE '  DUREE '.
             10 WS-RPT-DURATION   PIC ZZZ9.99.
             10 FILLER            PIC X(10)      VALUE ' MIN  LUS '.
             10 WS-RPT-READ       PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(9)       VALUE '  DEBIT '.
             10 WS-RPT-RATE       PIC Z,ZZZ,ZZ9.9.
             10 FILLER            PIC X(8)       VALUE ' /MIN  '.
             10 WS-RPT-STATUS     PIC X(4).
          05 WS-AVG-LINE.
             10 FILLER            PIC X(13)      VALUE
                '   MOYENNE ('.
             10 WS-RPT-AVG-RUNS   PIC ZZZZ9.
             10 FILLER            PIC X(11)      VALUE ' EXEC.) :  '.
             10 FILLER            PIC X(6)       VALUE 'DUREE '.
             10 WS-RPT-AVG-DUR    PIC ZZZ9.99.
             10 FILLER            PIC X(10)      VALUE ' MIN  LUS '.
             10 WS-RPT-AVG-READ   PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(9)       VALUE '  DEBIT '.
             10 WS-RPT-AVG-RATE   PIC Z,ZZZ,ZZ9.9.
             10 FILLER            PIC X(15)      VALUE
                ' /MIN  ECART : '.
             10 WS-RPT-DEVIATION  PIC -ZZZ9.
             10 FILLER            PIC X(3)       VALUE '%  '.
             10 WS-RPT-FLAG       PIC X(20).
          05 WS-NIGHT-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-NG-DATE    PIC X(10).
             10 FILLER            PIC X(8)       VALUE '  DEBUT '.
             10 WS-RPT-NG-START   PIC X(9).
             10 FILLER            PIC X(7)       VALUE '  FIN '.
             10 WS-RPT-NG-END     PIC X(9).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-NG-FLAG    PIC X(30).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(20)      VALUE
                'EXECUTIONS LUES  : '.
             10 WS-RPT-TOTAL      PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(18)      VALUE
                ' - DANS FENETRE: '.
             10 WS-RPT-KEPT       PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(16)      VALUE
                ' - SIGNALES  : '.
             10 WS-RPT-FLAGGED    PIC ZZ9.
             10 FILLER            PIC X(18)      VALUE
                ' - CODE RETOUR : '.
             10 WS-RPT-RC         PIC 9(2).
          05 WS-TIMESTAMP-LINE    PIC X(132).
       01 WS-RPT-SLOPE-EDIT       PIC -ZZZ9.99.
       01 WS-RPT-DAYS-EDIT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM FIND-LAST-NIGHT
           PERFORM LOAD-WINDOW
           PERFORM WRITE-PROGRAM-SECTION
           PERFORM WRITE-CHAIN-SECTION
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME RUNTREND'
           PERFORM READ-SYSIN-CARDS
           IF WS-DEADLINE-HH < 12
              COMPUTE WS-DEADLINE-MIN = 1440 + WS-DEADLINE-HH * 60
                                      + WS-DEADLINE-MM
           ELSE
              COMPUTE WS-DEADLINE-MIN = WS-DEADLINE-HH * 60
                                      + WS-DEADLINE-MM
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           .

      *****************************************************************
      * CARTES SYSIN : NIGHTS=nnn, DEADLINE=HHMM, OVERRUN=nnn,        *
      * WARN=nnn (VALEURS PAR DEFAUT SI CARTE ABSENTE OU INVALIDE)    *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF NOT WS-SI-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-EOF
              READ SYSIN-FILE
                 AT END MOVE '10' TO WS-SI-STATUS
                 NOT AT END PERFORM PROCESS-SYSIN-CARD
              END-READ
           END-PERFORM
           CLOSE SYSIN-FILE
           .

       PROCESS-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:7) = 'NIGHTS='
                 IF SYSIN-RECORD(8:3) IS NUMERIC
                    MOVE SYSIN-RECORD(8:3) TO WS-SI-NUM3
                    IF WS-SI-NUM3 > 0 AND WS-SI-NUM3 < WS-NGT-MAX
                       MOVE WS-SI-NUM3 TO WS-NIGHTS
                    END-IF
                 END-IF
              WHEN SYSIN-RECORD(1:9) = 'DEADLINE='
                 IF SYSIN-RECORD(10:4) IS NUMERIC
                    MOVE SYSIN-RECORD(10:4) TO WS-SI-NUM4
                    IF WS-SI-NUM4(1:2) < '24'
                       AND WS-SI-NUM4(3:2) < '60'
                       MOVE WS-SI-NUM4 TO WS-DEADLINE-HHMM
                    END-IF
                 END-IF
              WHEN SYSIN-RECORD(1:8) = 'OVERRUN='
                 IF SYSIN-RECORD(9:3) IS NUMERIC
                    MOVE SYSIN-RECORD(9:3) TO WS-OVERRUN-PCT
                 END-IF
              WHEN SYSIN-RECORD(1:5) = 'WARN='
                 IF SYSIN-RECORD(6:3) IS NUMERIC
                    MOVE SYSIN-RECORD(6:3) TO WS-WARN-DAYS
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * PASSE 1 : DERNIERE NUIT PRESENTE DANS LE JOURNAL              *
      *****************************************************************
       FIND-LAST-NIGHT.
           SET WS-PASS-LAST-NIGHT TO TRUE
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-JOURNAL
           IF WS-LAST-NIGHT = 0
              MOVE 'JOURNAL DES EXECUTIONS VIDE OU INTROUVABLE'
                 TO WS-MESSAGE-LINE
              WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-REPORT
              GOBACK
           END-IF
           COMPUTE WS-FIRST-NIGHT = WS-LAST-NIGHT - WS-NIGHTS + 1
           MOVE WS-LAST-NIGHT TO WS-DATE-DINT
           PERFORM FORMAT-NIGHT-DATE
           MOVE WS-DATE-TEXT     TO WS-RPT-LAST-NIGHT
           MOVE WS-NIGHTS        TO WS-RPT-NIGHTS
           MOVE WS-DEADLINE-HHMM(1:2) TO WS-RPT-DEADLINE(1:2)
           MOVE ':'                   TO WS-RPT-DEADLINE(3:1)
           MOVE WS-DEADLINE-HHMM(3:2) TO WS-RPT-DEADLINE(4:2)
           MOVE WS-OVERRUN-PCT   TO WS-RPT-OVERRUN
           MOVE WS-WARN-DAYS     TO WS-RPT-WARN
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * PASSE 2 : EXECUTIONS DES N DERNIERES NUITS EN TABLE           *
      *****************************************************************
       LOAD-WINDOW.
           SET WS-PASS-LOAD TO TRUE
           MOVE ZERO TO WS-RUNS-READ WS-RUNS-INVALID
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-JOURNAL
           .

      *****************************************************************
      * LECTURE DES ARCHIVES (FACULTATIVES) PUIS DU JOURNAL VIF       *
      *****************************************************************
       SCAN-ARCHIVE.
           MOVE SPACES TO WS-RA-STATUS
           OPEN INPUT RUNARC-FILE
           IF NOT WS-RA-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RA-EOF
              READ RUNARC-FILE INTO WS-RUN-RECORD
                 AT END MOVE '10' TO WS-RA-STATUS
                 NOT AT END PERFORM PROCESS-ONE-RUN
              END-READ
           END-PERFORM
           CLOSE RUNARC-FILE
           .

       SCAN-JOURNAL.
           MOVE SPACES TO WS-RH-STATUS
           OPEN INPUT RUNHIST-FILE
           IF NOT WS-RH-OK
              IF WS-PASS-LAST-NIGHT
                 DISPLAY 'JOURNAL DES EXECUTIONS INTROUVABLE: '
                         WS-RH-STATUS
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RH-EOF
              READ RUNHIST-FILE INTO WS-RUN-RECORD
                 AT END MOVE '10' TO WS-RH-STATUS
                 NOT AT END PERFORM PROCESS-ONE-RUN
              END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE
           .

       PROCESS-ONE-RUN.
           ADD 1 TO WS-RUNS-READ
           PERFORM COMPUTE-RUN-TIMES
           IF NOT WS-CUR-IS-VALID
              ADD 1 TO WS-RUNS-INVALID
              EXIT PARAGRAPH
           END-IF
           IF WS-PASS-LAST-NIGHT
              IF WS-CUR-NIGHT > WS-LAST-NIGHT
                 MOVE WS-CUR-NIGHT TO WS-LAST-NIGHT
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-CUR-NIGHT < WS-FIRST-NIGHT
              OR WS-CUR-NIGHT > WS-LAST-NIGHT
              EXIT PARAGRAPH
           END-IF
           PERFORM STORE-RUN
           .

      *****************************************************************
      * NUIT, DUREE EN SECONDES ET HEURES DE DEBUT/FIN EN MINUTES     *
      * DEPUIS LE MINUIT QUI OUVRE LA NUIT. HORODATAGE ILLISIBLE OU   *
      * FIN ANTERIEURE AU DEBUT = EXECUTION IGNOREE                   *
      *****************************************************************
       COMPUTE-RUN-TIMES.
           MOVE 'N' TO WS-CUR-VALID
           MOVE RH-START-TS TO WS-TS-WORK
           IF WS-TS-WORK(1:14) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-DINT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           IF WS-TS-DINT = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-TS-HH < 12
              COMPUTE WS-CUR-NIGHT = WS-TS-DINT - 1
           ELSE
              MOVE WS-TS-DINT TO WS-CUR-NIGHT
           END-IF
           COMPUTE WS-CUR-START-SECS = WS-TS-DINT * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           COMPUTE WS-CUR-START-MIN =
                   (WS-TS-DINT - WS-CUR-NIGHT) * 1440
                   + WS-TS-HH * 60 + WS-TS-MI

           MOVE RH-END-TS TO WS-TS-WORK
           IF WS-TS-WORK(1:14) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-DINT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           IF WS-TS-DINT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUR-END-SECS = WS-TS-DINT * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           COMPUTE WS-CUR-END-MIN =
                   (WS-TS-DINT - WS-CUR-NIGHT) * 1440
                   + WS-TS-HH * 60 + WS-TS-MI
           COMPUTE WS-CUR-ELAPSED = WS-CUR-END-SECS - WS-CUR-START-SECS
           IF WS-CUR-ELAPSED < 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CUR-VALID
           .

      *****************************************************************
      * MISE EN TABLE D'UNE EXECUTION DE LA FENETRE ET CUMULS PAR     *
      * PROGRAMME ET PAR NUIT. LA MOYENNE GLISSANTE NE RETIENT QUE    *
      * LES NUITS PRECEDENTES AU STATUT OK ; LA DERNIERE NUIT EST     *
      * COMPAREE A CETTE MOYENNE (DERNIERE EXECUTION DU PROGRAMME)    *
      *****************************************************************
       STORE-RUN.
           IF WS-RUN-COUNT >= WS-RUN-MAX
              DISPLAY 'TABLE DES EXECUTIONS PLEINE, ENREGISTREMENT '
                      'IGNORE: ' RH-PROGRAM
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           ADD 1 TO WS-RUNS-KEPT
           MOVE RH-PROGRAM       TO WS-RN-PROGRAM(WS-RUN-COUNT)
           MOVE WS-CUR-NIGHT     TO WS-RN-NIGHT(WS-RUN-COUNT)
           MOVE WS-CUR-START-MIN TO WS-RN-START-MIN(WS-RUN-COUNT)
           MOVE WS-CUR-ELAPSED   TO WS-RN-ELAPSED(WS-RUN-COUNT)
           MOVE RH-RECORDS-READ  TO WS-RN-READ(WS-RUN-COUNT)
           MOVE RH-STATUS-CODE   TO WS-RN-STATUS(WS-RUN-COUNT)

           PERFORM FIND-PROGRAM
           IF WS-PGM-IDX > 0
              IF WS-CUR-NIGHT = WS-LAST-NIGHT
                 MOVE 'Y' TO WS-PG-LAST-FOUND(WS-PGM-IDX)
                 MOVE WS-CUR-ELAPSED  TO WS-PG-LAST-SECS(WS-PGM-IDX)
                 MOVE RH-RECORDS-READ TO WS-PG-LAST-READ(WS-PGM-IDX)
              ELSE
                 IF RH-STATUS-CODE = 'OK  '
                    ADD 1 TO WS-PG-HIST-RUNS(WS-PGM-IDX)
                    ADD WS-CUR-ELAPSED  TO WS-PG-HIST-SECS(WS-PGM-IDX)
                    ADD RH-RECORDS-READ TO WS-PG-HIST-READ(WS-PGM-IDX)
                 END-IF
              END-IF
           END-IF

           PERFORM FIND-NIGHT
           IF WS-NGT-IDX > 0
              IF WS-CUR-START-MIN < WS-NG-START-MIN(WS-NGT-IDX)
                 MOVE WS-CUR-START-MIN TO WS-NG-START-MIN(WS-NGT-IDX)
              END-IF
              IF WS-CUR-END-MIN > WS-NG-END-MIN(WS-NGT-IDX)
                 MOVE WS-CUR-END-MIN TO WS-NG-END-MIN(WS-NGT-IDX)
              END-IF
           END-IF
           .

       FIND-PROGRAM.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
              IF WS-PG-PROGRAM(WS-PGM-IDX) = RH-PROGRAM
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-PGM-COUNT >= WS-PGM-MAX
              DISPLAY 'TABLE DES PROGRAMMES PLEINE: ' RH-PROGRAM
              MOVE ZERO TO WS-PGM-IDX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PGM-COUNT
           MOVE WS-PGM-COUNT TO WS-PGM-IDX
           MOVE RH-PROGRAM TO WS-PG-PROGRAM(WS-PGM-IDX)
           MOVE ZERO       TO WS-PG-HIST-RUNS(WS-PGM-IDX)
                              WS-PG-HIST-SECS(WS-PGM-IDX)
                              WS-PG-HIST-READ(WS-PGM-IDX)
                              WS-PG-LAST-SECS(WS-PGM-IDX)
                              WS-PG-LAST-READ(WS-PGM-IDX)
           MOVE 'N'        TO WS-PG-LAST-FOUND(WS-PGM-IDX)
           .

       FIND-NIGHT.
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                   UNTIL WS-NGT-IDX > WS-NGT-COUNT
              IF WS-NG-NIGHT(WS-NGT-IDX) = WS-CUR-NIGHT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-NGT-COUNT >= WS-NGT-MAX
              MOVE ZERO TO WS-NGT-IDX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NGT-COUNT
           MOVE WS-NGT-COUNT     TO WS-NGT-IDX
           MOVE WS-CUR-NIGHT     TO WS-NG-NIGHT(WS-NGT-IDX)
           MOVE WS-CUR-START-MIN TO WS-NG-START-MIN(WS-NGT-IDX)
           MOVE WS-CUR-END-MIN   TO WS-NG-END-MIN(WS-NGT-IDX)
           .

      *****************************************************************
      * SECTION 1 : EXECUTIONS PAR PROGRAMME, MOYENNE ET DEPASSEMENT  *
      *****************************************************************
       WRITE-PROGRAM-SECTION.
           WRITE REPORT-RECORD FROM WS-PROGRAM-HDR
           IF WS-PGM-COUNT = ZERO
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
              PERFORM WRITE-ONE-PROGRAM
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       WRITE-ONE-PROGRAM.
           MOVE WS-PG-PROGRAM(WS-PGM-IDX) TO WS-RPT-PGM
           WRITE REPORT-RECORD FROM WS-PGM-TITLE-LINE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
              IF WS-RN-PROGRAM(WS-RUN-IDX) = WS-PG-PROGRAM(WS-PGM-IDX)
                 PERFORM WRITE-RUN-LINE
              END-IF
           END-PERFORM

           MOVE ZERO TO WS-AVG-SECS WS-AVG-READ WS-DEVIATION-PCT
           MOVE 'N' TO WS-PGM-FLAG
           MOVE SPACES TO WS-RPT-FLAG
           IF WS-PG-HIST-RUNS(WS-PGM-IDX) > 0
              COMPUTE WS-AVG-SECS ROUNDED =
                      WS-PG-HIST-SECS(WS-PGM-IDX)
                      / WS-PG-HIST-RUNS(WS-PGM-IDX)
              COMPUTE WS-AVG-READ ROUNDED =
                      WS-PG-HIST-READ(WS-PGM-IDX)
                      / WS-PG-HIST-RUNS(WS-PGM-IDX)
           END-IF
           IF WS-PG-LAST-FOUND(WS-PGM-IDX) = 'Y'
              AND WS-AVG-SECS > 0
              COMPUTE WS-DEVIATION-PCT ROUNDED =
                      (WS-PG-LAST-SECS(WS-PGM-IDX) - WS-AVG-SECS)
                      * 100 / WS-AVG-SECS
              IF WS-DEVIATION-PCT > WS-OVERRUN-PCT
                 MOVE 'Y' TO WS-PGM-FLAG
                 ADD 1 TO WS-PGM-FLAGGED
                 MOVE '*** DEPASSEMENT ***' TO WS-RPT-FLAG
                 IF WS-BREACH-RC < 4
                    MOVE 4 TO WS-BREACH-RC
                 END-IF
              END-IF
           END-IF
           IF WS-PG-LAST-FOUND(WS-PGM-IDX) NOT = 'Y'
              MOVE 'ABSENT DERNIERE NUIT' TO WS-RPT-FLAG
           END-IF
           IF WS-PG-HIST-RUNS(WS-PGM-IDX) = 0
              MOVE 'SANS HISTORIQUE' TO WS-RPT-FLAG
           END-IF

           MOVE WS-PG-HIST-RUNS(WS-PGM-IDX) TO WS-RPT-AVG-RUNS
           COMPUTE WS-RPT-AVG-DUR ROUNDED = WS-AVG-SECS / 60
           MOVE WS-AVG-READ TO WS-RPT-AVG-READ
           MOVE WS-AVG-SECS TO WS-WORK-SECS
           MOVE WS-AVG-READ TO WS-WORK-READ
           PERFORM COMPUTE-RATE
           MOVE WS-RATE TO WS-RPT-AVG-RATE
           MOVE WS-DEVIATION-PCT TO WS-RPT-DEVIATION
           WRITE REPORT-RECORD FROM WS-AVG-LINE
           .

       WRITE-RUN-LINE.
           MOVE WS-RN-NIGHT(WS-RUN-IDX) TO WS-DATE-DINT
           PERFORM FORMAT-NIGHT-DATE
           MOVE WS-DATE-TEXT TO WS-RPT-NIGHT
           MOVE WS-RN-START-MIN(WS-RUN-IDX) TO WS-CLOCK-MIN
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-RPT-START
           COMPUTE WS-RPT-DURATION ROUNDED =
                   WS-RN-ELAPSED(WS-RUN-IDX) / 60
           MOVE WS-RN-READ(WS-RUN-IDX) TO WS-RPT-READ
           MOVE WS-RN-ELAPSED(WS-RUN-IDX) TO WS-WORK-SECS
           MOVE WS-RN-READ(WS-RUN-IDX) TO WS-WORK-READ
           PERFORM COMPUTE-RATE
           MOVE WS-RATE TO WS-RPT-RATE
           MOVE WS-RN-STATUS(WS-RUN-IDX) TO WS-RPT-STATUS
           WRITE REPORT-RECORD FROM WS-RUN-LINE
           .

      *****************************************************************
      * DEBIT EN ENREGISTREMENTS LUS PAR MINUTE (DUREE NULLE COMPTEE  *
      * POUR UNE SECONDE)                                             *
      *****************************************************************
       COMPUTE-RATE.
           IF WS-WORK-SECS < 1
              MOVE 1 TO WS-WORK-SECS
           END-IF
           COMPUTE WS-RATE ROUNDED = WS-WORK-READ * 60 / WS-WORK-SECS
           .

      *****************************************************************
      * SECTION 2 : FIN DE CHAINE PAR NUIT ET PROJECTION SUR L'HEURE  *
      * LIMITE (DROITE DES MOINDRES CARRES FIN = A + B * NUIT)        *
      *****************************************************************
       WRITE-CHAIN-SECTION.
           WRITE REPORT-RECORD FROM WS-CHAIN-HDR
           MOVE ZERO TO WS-RG-N WS-RG-SX WS-RG-SY WS-RG-SXY WS-RG-SXX
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                   UNTIL WS-NGT-IDX > WS-NGT-COUNT
              PERFORM WRITE-NIGHT-LINE
              COMPUTE WS-RG-X = WS-NG-NIGHT(WS-NGT-IDX)
                              - WS-FIRST-NIGHT
              ADD 1 TO WS-RG-N
              ADD WS-RG-X TO WS-RG-SX
              ADD WS-NG-END-MIN(WS-NGT-IDX) TO WS-RG-SY
              COMPUTE WS-RG-SXY = WS-RG-SXY
                      + WS-RG-X * WS-NG-END-MIN(WS-NGT-IDX)
              COMPUTE WS-RG-SXX = WS-RG-SXX + WS-RG-X * WS-RG-X
           END-PERFORM
           PERFORM PROJECT-CHAIN-END
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       WRITE-NIGHT-LINE.
           MOVE WS-NG-NIGHT(WS-NGT-IDX) TO WS-DATE-DINT
           PERFORM FORMAT-NIGHT-DATE
           MOVE WS-DATE-TEXT TO WS-RPT-NG-DATE
           MOVE WS-NG-START-MIN(WS-NGT-IDX) TO WS-CLOCK-MIN
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-RPT-NG-START
           MOVE WS-NG-END-MIN(WS-NGT-IDX) TO WS-CLOCK-MIN
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-RPT-NG-END
           MOVE SPACES TO WS-RPT-NG-FLAG
           IF WS-NG-END-MIN(WS-NGT-IDX) > WS-DEADLINE-MIN
              MOVE '*** HEURE LIMITE DEPASSEE ***' TO WS-RPT-NG-FLAG
              IF WS-NG-NIGHT(WS-NGT-IDX) = WS-LAST-NIGHT
                 MOVE 8 TO WS-BREACH-RC
              END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-NIGHT-LINE
           .

       PROJECT-CHAIN-END.
           MOVE SPACES TO WS-MESSAGE-LINE
           COMPUTE WS-RG-DENOM = WS-RG-N * WS-RG-SXX
                               - WS-RG-SX * WS-RG-SX
           IF WS-RG-N < 2 OR WS-RG-DENOM = 0
              MOVE 'PROJECTION IMPOSSIBLE : MOINS DE DEUX NUITS'
                 TO WS-MESSAGE-LINE
              WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RG-SLOPE ROUNDED =
                   (WS-RG-N * WS-RG-SXY - WS-RG-SX * WS-RG-SY)
                   / WS-RG-DENOM
           COMPUTE WS-RG-INTERCEPT ROUNDED =
                   (WS-RG-SY - WS-RG-SLOPE * WS-RG-SX) / WS-RG-N
           COMPUTE WS-RG-FITTED ROUNDED = WS-RG-INTERCEPT
                   + WS-RG-SLOPE * (WS-LAST-NIGHT - WS-FIRST-NIGHT)

           MOVE WS-RG-SLOPE TO WS-RPT-SLOPE-EDIT
           COMPUTE WS-CLOCK-MIN ROUNDED = WS-RG-FITTED
           PERFORM FORMAT-CLOCK
           STRING 'DERIVE DE LA FIN DE CHAINE : ' WS-RPT-SLOPE-EDIT
                  ' MIN PAR NUIT - FIN TENDANCIELLE DERNIERE NUIT : '
                  WS-CLOCK-TEXT
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE

           MOVE SPACES TO WS-MESSAGE-LINE
           EVALUATE TRUE
              WHEN WS-RG-FITTED >= WS-DEADLINE-MIN
                 STRING 'LA TENDANCE A DEJA ATTEINT L''HEURE LIMITE '
                        WS-RPT-DEADLINE ' *** ALERTE ***'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 END-STRING
                 IF WS-BREACH-RC < 4
                    MOVE 4 TO WS-BREACH-RC
                 END-IF
              WHEN WS-RG-SLOPE NOT > 0
                 STRING 'AUCUNE DERIVE : HEURE LIMITE '
                        WS-RPT-DEADLINE ' NON MENACEE'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 END-STRING
              WHEN OTHER
                 COMPUTE WS-PROJ-DAYS =
                         (WS-DEADLINE-MIN - WS-RG-FITTED)
                         / WS-RG-SLOPE
                 IF WS-PROJ-DAYS * WS-RG-SLOPE
                    < WS-DEADLINE-MIN - WS-RG-FITTED
                    ADD 1 TO WS-PROJ-DAYS
                 END-IF
                 COMPUTE WS-PROJ-DINT = WS-LAST-NIGHT + WS-PROJ-DAYS
                 MOVE WS-PROJ-DINT TO WS-DATE-DINT
                 PERFORM FORMAT-NIGHT-DATE
                 MOVE WS-PROJ-DAYS TO WS-RPT-DAYS-EDIT
                 STRING 'HEURE LIMITE ' WS-RPT-DEADLINE
                        ' ATTEINTE PAR LA TENDANCE LA NUIT DU '
                        WS-DATE-TEXT ' (DANS' WS-RPT-DAYS-EDIT
                        ' NUITS)'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 END-STRING
                 IF WS-PROJ-DAYS NOT > WS-WARN-DAYS
                    MOVE '*** ALERTE ***' TO WS-MESSAGE-LINE(100:14)
                    IF WS-BREACH-RC < 4
                       MOVE 4 TO WS-BREACH-RC
                    END-IF
                 END-IF
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           .

      *****************************************************************
      * MINUTES DEPUIS LE MINUIT QUI OUVRE LA NUIT -> 'HH:MM J+n'     *
      *****************************************************************
       FORMAT-CLOCK.
           MOVE SPACES TO WS-CLOCK-TEXT
           IF WS-CLOCK-MIN < 0
              MOVE 0 TO WS-CLOCK-MIN
           END-IF
           DIVIDE WS-CLOCK-MIN BY 1440 GIVING WS-CLOCK-DAYS
                  REMAINDER WS-CLOCK-REST
           DIVIDE WS-CLOCK-REST BY 60 GIVING WS-CLOCK-HH
                  REMAINDER WS-CLOCK-MM
           MOVE WS-CLOCK-HH TO WS-CLOCK-TEXT(1:2)
           MOVE ':'         TO WS-CLOCK-TEXT(3:1)
           MOVE WS-CLOCK-MM TO WS-CLOCK-TEXT(4:2)
           IF WS-CLOCK-DAYS > 0
              MOVE WS-CLOCK-DAYS TO WS-CLOCK-DAY-EDIT
              MOVE ' J+'              TO WS-CLOCK-TEXT(6:3)
              MOVE WS-CLOCK-DAY-EDIT  TO WS-CLOCK-TEXT(9:1)
           END-IF
           .

      *****************************************************************
      * NUIT (ENTIER DE DATE) -> AAAAMMJJ ET AAAA-MM-JJ               *
      *****************************************************************
       FORMAT-NIGHT-DATE.
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-DINT)
           MOVE WS-DATE-CCYYMMDD(1:4) TO WS-DATE-TEXT(1:4)
           MOVE '-'                   TO WS-DATE-TEXT(5:1)
           MOVE WS-DATE-CCYYMMDD(5:2) TO WS-DATE-TEXT(6:2)
           MOVE '-'                   TO WS-DATE-TEXT(8:1)
           MOVE WS-DATE-CCYYMMDD(7:2) TO WS-DATE-TEXT(9:2)
           .

       FINALIZATION.
           MOVE WS-RUNS-READ   TO WS-RPT-TOTAL
           MOVE WS-RUNS-KEPT   TO WS-RPT-KEPT
           MOVE WS-PGM-FLAGGED TO WS-RPT-FLAGGED
           MOVE WS-BREACH-RC   TO WS-RPT-RC
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM CLOSE-REPORT
           MOVE WS-BREACH-RC TO RETURN-CODE
           DISPLAY 'FIN DU PROGRAMME RUNTREND'
           DISPLAY 'EXECUTIONS LUES: ' WS-RUNS-READ
           DISPLAY 'EXECUTIONS IGNOREES (HORODATAGE): '
                   WS-RUNS-INVALID
           DISPLAY 'PROGRAMMES SIGNALES: ' WS-PGM-FLAGGED
           DISPLAY 'CODE RETOUR: ' WS-BREACH-RC
           .

       CLOSE-REPORT.
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
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
