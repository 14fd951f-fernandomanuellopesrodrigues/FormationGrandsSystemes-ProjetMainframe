       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPOSTRP.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : RAPPORT DES COMPTABILISATIONS SUR PERIODE CLOSE   *
      * OBJECTIF  : LES PROGRAMMES DE COMPTABILISATION (ORDAMEND,     *
      *             RELHOLDS, STKTAKE, LATEFEE, GLJRNL) TRACENT DANS  *
      *             FVBKPOST TOUTE ECRITURE DONT LA DATE TOMBAIT DANS *
      *             UNE PERIODE EN CLOTURE OU FERMEE (PERCLOSE) :     *
      *             R = REPORTEE AU PREMIER JOUR OUVERT, X = REFUSEE. *
      *             CE RAPPORT LISTE CES TENTATIVES POUR LES          *
      *             COMPTABLES (PROGRAMME, DATE D'ORIGINE, DATE DE    *
      *             COMPTABILISATION, REFERENCE, MONTANT, MOTIF),     *
      *             FILTREES SUR LA PERIODE D'ORIGINE SI LA CARTE     *
      *             PERIOD=AAAA-MM EST DONNEE, AVEC LES TOTAUX DES    *
      *             REPORTS ET DES REFUS. UN REFUS DEMANDE UNE        *
      *             ACTION (PASSER LA PERIODE EN BACKPOST=REDIRECT    *
      *             PAR PERCLOSE PUIS RESSAISIR OU RELANCER) : LE RUN *
      *             SE TERMINE ALORS EN RETURN-CODE 4.                *
      * ENTREE    : SYSIN (PERIOD= FACULTATIVE), FVBKPOST (TRACE DES  *
      *             REPORTS ET REFUS, FACULTATIF)                     *
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

           SELECT BKPOST-FILE
               ASSIGN TO FVBKPOST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKPOST.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * TENTATIVE DE COMPTABILISATION SUR PERIODE CLOSE : HORODATAGE,
      * PROGRAMME, ACTION R/X, DATE D'ORIGINE, DATE RETENUE (BLANC SI
      * REFUS), REFERENCE (COMMANDE, CLIENT, PRODUIT...), MONTANT,
      * MOTIF
       FD  BKPOST-FILE.
       01  BKPOST-RECORD.
           05 BP-TIMESTAMP            PIC X(20).
           05 FILLER                  PIC X(1).
           05 BP-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1).
           05 BP-ACTION               PIC X(1).
           05 FILLER                  PIC X(1).
           05 BP-ORIG-DATE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 BP-POST-DATE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 BP-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 BP-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 BP-DETAIL               PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-BKPOST               PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                  VALUE '00'.
           88 WS-BKPOST-EOF                 VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * PERIODE D'ORIGINE SELECTIONNEE (CARTE PERIOD=, BLANC = TOUT)
       01  WS-PERIOD                  PIC X(7)  VALUE SPACES.

      * COMPTEURS ET TOTAUX
       01  WS-COUNTERS.
           05 WS-LINES-READ           PIC 9(7)  VALUE ZERO.
           05 WS-LINES-LISTED         PIC 9(7)  VALUE ZERO.
           05 WS-REDIRECTED           PIC 9(7)  VALUE ZERO.
           05 WS-REFUSED              PIC 9(7)  VALUE ZERO.
           05 WS-REDIRECTED-AMT       PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-REFUSED-AMT          PIC S9(11)V99 COMP-3 VALUE +0.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
                 'COMPTABILISATIONS TENTEES SUR PERIODE EN CLOTURE OU
      -          ' FERMEE'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(20) VALUE
                 'PERIODE D''ORIGINE : '.
              10 WS-RPT-PERIOD        PIC X(7).
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-COLUMN-LINE          PIC X(132) VALUE
                 'PROGRAMME ACTION    DATE ORIG.  DATE COMPTA REFERENCE
      -          '          MONTANT  MOTIF'.
           05 WS-DETAIL-LINE.
              10 WS-RPT-PROGRAM       PIC X(8).
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-ACTION        PIC X(8).
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-ORIG-DATE     PIC X(10).
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-POST-DATE     PIC X(10).
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-REFERENCE     PIC X(10).
              10 FILLER               PIC X(1)  VALUE SPACES.
              10 WS-RPT-AMOUNT        PIC -(9)9.99.
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-DETAIL        PIC X(30).
           05 WS-TOTAL-LINE.
              10 FILLER               PIC X(14) VALUE 'REPORTEES  : '.
              10 WS-RPT-REDIR         PIC ZZZ,ZZ9.
              10 FILLER               PIC X(12) VALUE '  MONTANT: '.
              10 WS-RPT-REDIR-AMT     PIC -(11)9.99.
              10 FILLER               PIC X(14) VALUE '  REFUSEES : '.
              10 WS-RPT-REFUS         PIC ZZZ,ZZ9.
              10 FILLER               PIC X(12) VALUE '  MONTANT: '.
              10 WS-RPT-REFUS-AMT     PIC -(11)9.99.
           05 WS-TIMESTAMP-LINE       PIC X(132).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-BACKPOSTS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME BKPOSTRP'
           PERFORM READ-SYSIN-CARDS
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           IF WS-PERIOD = SPACES
              MOVE 'TOUTES' TO WS-RPT-PERIOD
           ELSE
              MOVE WS-PERIOD TO WS-RPT-PERIOD
           END-IF
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           .

      *****************************************************************
      * LECTURE DE LA CARTE SYSIN PERIOD=                             *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END
                       IF SYSIN-RECORD(1:7) = 'PERIOD='
                          MOVE SYSIN-RECORD(8:7) TO WS-PERIOD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * LECTURE DE LA TRACE ; FICHIER ABSENT = AUCUNE TENTATIVE       *
      *****************************************************************
       PROCESS-BACKPOSTS.
           OPEN INPUT BKPOST-FILE
           IF NOT WS-BKPOST-OK
              DISPLAY 'PAS DE TRACE DES REPORTS (' WS-FS-BKPOST
                      '), AUCUNE TENTATIVE A SIGNALER'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BKPOST-EOF
              READ BKPOST-FILE
                 AT END MOVE '10' TO WS-FS-BKPOST
                 NOT AT END PERFORM LIST-ONE-BACKPOST
              END-READ
           END-PERFORM
           CLOSE BKPOST-FILE
           .

       LIST-ONE-BACKPOST.
           ADD 1 TO WS-LINES-READ
           IF WS-PERIOD NOT = SPACES
              AND BP-ORIG-DATE(1:7) NOT = WS-PERIOD
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-LISTED
           MOVE BP-PROGRAM   TO WS-RPT-PROGRAM
           MOVE BP-ORIG-DATE TO WS-RPT-ORIG-DATE
           MOVE BP-POST-DATE TO WS-RPT-POST-DATE
           MOVE BP-REFERENCE TO WS-RPT-REFERENCE
           MOVE BP-AMOUNT    TO WS-RPT-AMOUNT
           MOVE BP-DETAIL    TO WS-RPT-DETAIL
           IF BP-ACTION = 'X'
              MOVE 'REFUSEE'  TO WS-RPT-ACTION
              ADD 1 TO WS-REFUSED
              ADD BP-AMOUNT TO WS-REFUSED-AMT
           ELSE
              MOVE 'REPORTEE' TO WS-RPT-ACTION
              ADD 1 TO WS-REDIRECTED
              ADD BP-AMOUNT TO WS-REDIRECTED-AMT
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-REDIRECTED     TO WS-RPT-REDIR
           MOVE WS-REDIRECTED-AMT TO WS-RPT-REDIR-AMT
           MOVE WS-REFUSED        TO WS-RPT-REFUS
           MOVE WS-REFUSED-AMT    TO WS-RPT-REFUS-AMT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME BKPOSTRP'
           DISPLAY 'TENTATIVES LUES: ' WS-LINES-READ
           DISPLAY 'REPORTEES: ' WS-REDIRECTED
           DISPLAY 'REFUSEES: ' WS-REFUSED
           IF WS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
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
