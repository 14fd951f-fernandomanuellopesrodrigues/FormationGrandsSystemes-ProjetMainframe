       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDREV03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      * REVUE DES COMMANDES EN ATTENTE CREDIT : LES COMMANDES
      * SUSPENDUES PAR CREDIT-CHECK-ORDER (IMPVENTS) RESTAIENT DANS
      * FVHELD JUSQU'A CE QUE LE SERVICE CREDIT EDITE LE FICHIER A LA
      * MAIN AVANT LE PASSAGE DE RELHOLDS, SANS TRACE DE QUI AVAIT
      * LIBERE QUOI. CETTE TRANSACTION, SUR LE PATRON CAISSE03 ET
      * RESERVEE AUX ROLES SERVICE CREDIT (C) ET ADMINISTRATEUR (A),
      * LISTE PAR PAGES DE SIX LES COMMANDES DU FICHIER CICS CRHOLD03
      * (COPYBOOK CRHOLD03, TENU CHAQUE NUIT PAR RELHOLDS) AVEC LE
      * CLIENT, LE MONTANT TTC DE LA COMMANDE, LE SOLDE OUVERT ET LE
      * PLAFOND DE CREDIT (API9.CUSTOMERS) ET LE NIVEAU DE RELANCE
      * (FICHIER DUNST03) TELS QUE LES MONTRE CUST360 :
      * - ENTER : ENREGISTRE LES DECISIONS SAISIES, R = LIBERER,
      *   J = REJETER, K = CONSERVER EN ATTENTE, CHACUNE AVEC UN
      *   COMMENTAIRE OBLIGATOIRE ; LE LOGIN DE L'APPROBATEUR ET
      *   L'HORODATAGE SONT PORTES SUR L'ENREGISTREMENT
      * - PF7/PF8 : PAGE PRECEDENTE/SUIVANTE, PF5 : RAFRAICHIR
      * LA DECISION RESTE MODIFIABLE JUSQU'AU PASSAGE DE RELHOLDS, QUI
      * RECHARGE LES SEULES COMMANDES LIBEREES ET ABANDONNE LES
      * COMMANDES REJETEES AVEC UN ACCUSE REJETEE A LA SOURCE. TOUTE
      * DECISION EST TRACEE DANS AUDIT03 (HOLD REL, HOLD REJ,
      * HOLD KEEP) AVEC LE LOGIN DE L'APPROBATEUR.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MAPSET-NAME     PIC X(4)   VALUE 'MS13'.
       01 WS-PGM-AUTH        PIC X(8)   VALUE 'AUTH03'.
       01 WS-TRANS-NAME      PIC X(5)   VALUE 'T03H'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10)  VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60)  VALUE SPACES.

      * CLE DE PARCOURS ET DE MISE A JOUR DU FICHIER CRHOLD03
       01 WS-HR-KEY          PIC X(9)   VALUE LOW-VALUES.

      * PAGE AFFICHEE : SIX COMMANDES PAR PAGE
       77 WS-ROW-MAX         PIC 9(2)   VALUE 06.
       77 WS-ROW-IDX         PIC 9(2)   VALUE 0.
       77 WS-ROW-COUNT       PIC 9(2)   VALUE 0.
       77 WS-REC-COUNT       PIC 9(5)   VALUE 0.
       77 WS-PAGE-COUNT      PIC 9(3)   VALUE 0.
       77 WS-SKIP-COUNT      PIC 9(5)   VALUE 0.
       77 WS-EDIT-PAGE       PIC 9(3).
       77 WS-EDIT-PAGES      PIC 9(3).
       77 WS-HR-EOF-SW       PIC X      VALUE 'N'.
          88 WS-HR-EOF                 VALUE 'Y'.

       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY    OCCURS 6 TIMES.
             10 WS-RW-DECISION PIC X(1).
             10 WS-RW-COMMENT  PIC X(20).
             10 WS-RW-LINE     PIC X(52).
             10 WS-RW-REASON   PIC X(60).

      * LIGNE COMMANDE AFFICHEE (52 CARACTERES)
       01 WS-ROW-LINE.
          05 RL-SRC          PIC X(2).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-ONO          PIC 9(7).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-CNO          PIC 9(4).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-AMOUNT       PIC -(6)9,99.
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-BALANCE      PIC -(7)9,99.
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-LIMIT        PIC Z(6)9,99.
          05 FILLER          PIC X(2)   VALUE ' N'.
          05 RL-DUN          PIC 9(1).

      * SAISIE DE LA PAGE : DECISION ET COMMENTAIRE PAR LIGNE
       01 WS-INPUT-TABLE.
          05 WS-IN-ENTRY     OCCURS 6 TIMES.
             10 WS-IN-DECISION PIC X(1).
             10 WS-IN-COMMENT  PIC X(20).
       77 WS-DECIDED-COUNT   PIC 9(2)   VALUE 0.
       77 WS-EDIT-ROW        PIC 9(1).
       77 WS-EDIT-AMOUNT     PIC -(8)9,99.

       77 WS-ERROR-SW        PIC X      VALUE 'N'.
          88 WS-ENTRY-ERROR            VALUE 'Y'.

      * HORODATAGE DE LA DECISION (AAAA-MM-JJ HH:MM:SS)
       77 WS-DECISION-TS     PIC X(20)  VALUE SPACES.

      * NIVEAU DE RELANCE DU CLIENT (MEME LECTURE QUE CUST360 :
      * PARCOURS DU FICHIER CICS DUNST03 ; ABSENT = NIVEAU 0)
       01 WS-DUNST-REC.
          05 DN-CUST-NO      PIC 9(4).
          05 FILLER          PIC X(1).
          05 DN-LEVEL        PIC 9(1).
          05 FILLER          PIC X(1).
          05 DN-DATE         PIC X(10).
       01 WS-DUN-KEY         PIC 9(4)  VALUE ZERO.
       77 WS-DUN-LEVEL       PIC 9(1)  VALUE 0.
       77 WS-DUN-FOUND-SW    PIC X     VALUE 'N'.
          88 WS-DUN-FOUND              VALUE 'Y'.

      ******************************************************************
      * CONTROLE D'INACTIVITE (SESSION PSEUDO-CONVERSATIONNELLE)
      ******************************************************************
       77 WS-TIMEOUT-SECS       PIC 9(5)  VALUE 00300.
       77 WS-ELAPSED-SECS       PIC S9(9) COMP VALUE 0.
       77 WS-CUR-SECS           PIC S9(9) COMP VALUE 0.
       77 WS-LAST-SECS          PIC S9(9) COMP VALUE 0.
       77 WS-TIME-IN            PIC 9(6)  VALUE 0.
       77 WS-TIME-REM           PIC 9(4)  VALUE 0.
       77 WS-TIME-HH            PIC 9(2)  VALUE 0.
       77 WS-TIME-MM            PIC 9(2)  VALUE 0.
       77 WS-TIME-SS            PIC 9(2)  VALUE 0.
       77 WS-TIME-SECS-OUT      PIC S9(9) COMP VALUE 0.
       77 WS-SESSION-TIMEOUT-SW PIC X     VALUE 'N'.
          88 WS-SESSION-TIMED-OUT         VALUE 'Y'.

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEME LECTURE QUE CUST360)
       01 H-C-NO             PIC 9(4).
       01 H-C-BALANCE        PIC S9(9)V99 USAGE COMP-3.
       01 H-C-LIMIT          PIC S9(9)V99 USAGE COMP-3.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY MS13.
       COPY AUDIT03.
       COPY CRHOLD03.

       LINKAGE SECTION.
       01 DFHCOMMAREA        PIC X(256).
       01 CA-AREA REDEFINES DFHCOMMAREA.
          05 CA-USER-LOGGED  PIC X(1).
          05 CA-LOGIN        PIC X(8).
          05 CA-EMP-NO       PIC 9(5).
          05 CA-ROLE         PIC X(1).
             88 CA-ROLE-ADMIN         VALUE 'A'.
             88 CA-ROLE-USER          VALUE 'U'.
             88 CA-ROLE-CREDIT        VALUE 'C'.
          05 CA-LAST-MSG     PIC X(78).
          05 CA-LAST-TIME    PIC 9(6).
      * PAGE AFFICHEE ET CLES DES SIX COMMANDES DE LA PAGE, POUR
      * RATTACHER LES DECISIONS SAISIES A LEUR ENREGISTREMENT
          05 CA-HR-PAGE      PIC 9(3).
          05 CA-HR-ROW-KEY   PIC X(9)   OCCURS 6 TIMES.
          05 FILLER          PIC X(100).

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = ZERO OR CA-USER-LOGGED NOT = 'Y'
              EXEC CICS XCTL
                   PROGRAM(WS-PGM-AUTH)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
              END-EXEC
           END-IF

           PERFORM CHECK-SESSION-TIMEOUT
           IF WS-SESSION-TIMED-OUT
              MOVE 'SESSION EXPIREE - RECONNECTEZ-VOUS' TO CA-LAST-MSG
              EXEC CICS XCTL
                   PROGRAM(WS-PGM-AUTH)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
              END-EXEC
           END-IF

      * MEME GARDE QUE LE MENU : UN ACCES DIRECT PAR LE CODE
      * TRANSACTION NE DOIT PAS PASSER NON PLUS
           IF NOT CA-ROLE-CREDIT AND NOT CA-ROLE-ADMIN
              IF EIBAID = DFHPF3
                 PERFORM SEND-GOODBYE
              END-IF
              MOVE 'ACCES REFUSE - ROLE INSUFFISANT' TO CA-LAST-MSG
              MOVE LOW-VALUES TO MAP13O
              PERFORM SEND-FORM
           END-IF

           IF EIBAID = DFHNULL
              MOVE 1 TO CA-HR-PAGE
              PERFORM DISPLAY-REVIEW-PAGE
              PERFORM SEND-FORM
           END-IF

           PERFORM HANDLE-TOUCHE
           MOVE EIBTIME TO CA-LAST-TIME
           PERFORM SEND-FORM
           .
      ******************************************************************
      * AFFICHE L'ECRAN DE REVUE
      ******************************************************************
       SEND-FORM.
           MOVE CA-LAST-MSG TO H-MSGO
           MOVE CA-LOGIN    TO H-OPERO

           EXEC CICS SEND
                MAP('MAP13H')
                MAPSET('MS13')
                FROM (MAP13O)
                ERASE
                CURSOR
                TERMINAL
                RESP(WS-CD-ERR)
                FRSET
                FREEKB
                WAIT
           END-EXEC

           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR SEND' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF

           EXEC CICS RETURN
                TRANSID(WS-TRANS-NAME)
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC
           .

       HANDLE-TOUCHE.
           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM ENTER-DECISIONS
           WHEN DFHPF5
                PERFORM DISPLAY-REVIEW-PAGE
           WHEN DFHPF7
                IF CA-HR-PAGE > 1
                   SUBTRACT 1 FROM CA-HR-PAGE
                END-IF
                PERFORM DISPLAY-REVIEW-PAGE
           WHEN DFHPF8
                ADD 1 TO CA-HR-PAGE
                PERFORM DISPLAY-REVIEW-PAGE
           WHEN DFHPF3
                PERFORM SEND-GOODBYE
           WHEN DFHCLEAR
                PERFORM DISPLAY-REVIEW-PAGE
           WHEN OTHER
                MOVE 'TOUCHE NON SUPPORTEE' TO CA-LAST-MSG
                PERFORM DISPLAY-REVIEW-PAGE
           END-EVALUATE
           .

      ******************************************************************
      * ENTER : CONTROLE DE TOUTES LES DECISIONS SAISIES SUR LA PAGE,
      * PUIS ENREGISTREMENT ; UNE ERREUR SUR UNE LIGNE N'ENREGISTRE
      * RIEN ET LAISSE LA SAISIE A L'ECRAN
      ******************************************************************
       ENTER-DECISIONS.
           PERFORM RECEIVE-FORM
           PERFORM EDIT-DECISIONS
           IF WS-ENTRY-ERROR
              PERFORM ECHO-INPUT
              EXIT PARAGRAPH
           END-IF
           IF WS-DECIDED-COUNT = 0
              MOVE 'AUCUNE DECISION SAISIE' TO CA-LAST-MSG
              PERFORM DISPLAY-REVIEW-PAGE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-MAX
              IF WS-IN-DECISION(WS-ROW-IDX) NOT = SPACE
                 PERFORM SAVE-ONE-DECISION
              END-IF
           END-PERFORM
           EXEC CICS SYNCPOINT END-EXEC

           MOVE WS-DECIDED-COUNT TO WS-EDIT-ROW
           PERFORM DISPLAY-REVIEW-PAGE
           MOVE SPACES TO CA-LAST-MSG
           STRING 'DECISIONS ENREGISTREES : ' WS-EDIT-ROW
              DELIMITED BY SIZE INTO CA-LAST-MSG
           END-STRING
           .

      ******************************************************************
      * RECUPERATION DE L'ECRAN
      ******************************************************************
       RECEIVE-FORM.
           MOVE 'N' TO WS-ERROR-SW
           EXEC CICS RECEIVE
                MAP('MAP13H')
                MAPSET('MS13')
                INTO (MAP13I)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR RECEIVE' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF

           MOVE H-D1I TO WS-IN-DECISION(1)
           MOVE H-M1I TO WS-IN-COMMENT(1)
           MOVE H-D2I TO WS-IN-DECISION(2)
           MOVE H-M2I TO WS-IN-COMMENT(2)
           MOVE H-D3I TO WS-IN-DECISION(3)
           MOVE H-M3I TO WS-IN-COMMENT(3)
           MOVE H-D4I TO WS-IN-DECISION(4)
           MOVE H-M4I TO WS-IN-COMMENT(4)
           MOVE H-D5I TO WS-IN-DECISION(5)
           MOVE H-M5I TO WS-IN-COMMENT(5)
           MOVE H-D6I TO WS-IN-DECISION(6)
           MOVE H-M6I TO WS-IN-COMMENT(6)
           INSPECT WS-INPUT-TABLE REPLACING ALL LOW-VALUE BY SPACE
           .

      ******************************************************************
      * CONTROLE DES DECISIONS : R, J OU K SUR UNE LIGNE AFFICHEE,
      * COMMENTAIRE OBLIGATOIRE DANS LA MEME SAISIE
      ******************************************************************
       EDIT-DECISIONS.
           MOVE 0 TO WS-DECIDED-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-MAX
                   OR WS-ENTRY-ERROR
              PERFORM EDIT-ONE-DECISION
           END-PERFORM
           .

       EDIT-ONE-DECISION.
           IF WS-IN-DECISION(WS-ROW-IDX) = SPACE
              AND WS-IN-COMMENT(WS-ROW-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-IDX TO WS-EDIT-ROW
           IF CA-HR-ROW-KEY(WS-ROW-IDX) = SPACES
              OR CA-HR-ROW-KEY(WS-ROW-IDX) = LOW-VALUES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW ' : AUCUNE COMMANDE AFFICHEE'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-DECISION(WS-ROW-IDX) TO HR-DECISION
           IF NOT HR-DECISION-VALID
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : DECISION R (LIBERER), J (REJETER) OU K '
                     '(CONSERVER)'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-IN-COMMENT(WS-ROW-IDX) = SPACES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : COMMENTAIRE DE LA DECISION REQUIS'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DECIDED-COUNT
           .

      ******************************************************************
      * ENREGISTREMENT D'UNE DECISION : RELECTURE EN MISE A JOUR (LA
      * COMMANDE A PU ETRE TRAITEE PAR RELHOLDS ENTRE-TEMPS), DECISION,
      * COMMENTAIRE, APPROBATEUR ET HORODATAGE, PUIS TRACE AUDIT03
      ******************************************************************
       SAVE-ONE-DECISION.
           MOVE CA-HR-ROW-KEY(WS-ROW-IDX) TO WS-HR-KEY
           EXEC CICS READ
                FILE('CRHOLD03')
                INTO (CRHOLD03-REC)
                RIDFLD(WS-HR-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              SUBTRACT 1 FROM WS-DECIDED-COUNT
              EXIT PARAGRAPH
           END-IF

           PERFORM SET-DECISION-TS
           MOVE WS-IN-DECISION(WS-ROW-IDX) TO HR-DECISION
           MOVE WS-IN-COMMENT(WS-ROW-IDX)  TO HR-COMMENT
           MOVE CA-LOGIN                   TO HR-APPROVER
           MOVE WS-DECISION-TS             TO HR-DECISION-TS
           EXEC CICS REWRITE
                FILE('CRHOLD03')
                FROM (CRHOLD03-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              SUBTRACT 1 FROM WS-DECIDED-COUNT
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN HR-RELEASE
                 MOVE 'HOLD REL'  TO WS-AUDIT-EVENT
              WHEN HR-REJECT
                 MOVE 'HOLD REJ'  TO WS-AUDIT-EVENT
              WHEN OTHER
                 MOVE 'HOLD KEEP' TO WS-AUDIT-EVENT
           END-EVALUATE
           MOVE HR-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'SRC:' HR-SRC ' O#:' HR-ORDER-NO ' C#:' HR-CUST-NO
                  ' ' HR-COMMENT ' MT:' WS-EDIT-AMOUNT
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * RAPPEL DE LA PAGE AFFICHEE AVEC LA SAISIE EN ERREUR
      ******************************************************************
       ECHO-INPUT.
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           MOVE WS-IN-DECISION(1) TO H-D1O
           MOVE WS-IN-COMMENT(1)  TO H-M1O
           MOVE WS-IN-DECISION(2) TO H-D2O
           MOVE WS-IN-COMMENT(2)  TO H-M2O
           MOVE WS-IN-DECISION(3) TO H-D3O
           MOVE WS-IN-COMMENT(3)  TO H-M3O
           MOVE WS-IN-DECISION(4) TO H-D4O
           MOVE WS-IN-COMMENT(4)  TO H-M4O
           MOVE WS-IN-DECISION(5) TO H-D5O
           MOVE WS-IN-COMMENT(5)  TO H-M5O
           MOVE WS-IN-DECISION(6) TO H-D6O
           MOVE WS-IN-COMMENT(6)  TO H-M6O
           .

      ******************************************************************
      * AFFICHE LA PAGE CA-HR-PAGE DU FICHIER DE REVUE, AVEC LE
      * MESSAGE PAR DEFAUT
      ******************************************************************
       DISPLAY-REVIEW-PAGE.
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           IF WS-REC-COUNT = 0
              MOVE 'AUCUNE COMMANDE EN ATTENTE CREDIT' TO CA-LAST-MSG
           ELSE
              MOVE 'DECISION R/J/K ET COMMENTAIRE PUIS ENTER'
                 TO CA-LAST-MSG
           END-IF
           .

      ******************************************************************
      * CONSTRUCTION DES LIGNES DE LA PAGE : NOMBRE DE COMMANDES (D'OU
      * LE NOMBRE DE PAGES), SAUT DES PAGES PRECEDENTES PUIS LECTURE
      * DES WS-ROW-MAX COMMANDES DE LA PAGE, COMPLETEES DU SOLDE, DU
      * PLAFOND ET DU NIVEAU DE RELANCE DU CLIENT
      ******************************************************************
       DISPLAY-REVIEW-PAGE-ROWS.
           MOVE LOW-VALUES TO MAP13O
           MOVE SPACES TO WS-ROW-TABLE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-MAX
              MOVE SPACES TO CA-HR-ROW-KEY(WS-ROW-IDX)
           END-PERFORM
           MOVE 0 TO WS-ROW-COUNT

           PERFORM COUNT-REVIEW-RECORDS
           COMPUTE WS-PAGE-COUNT =
                   (WS-REC-COUNT + WS-ROW-MAX - 1) / WS-ROW-MAX
           IF WS-PAGE-COUNT = ZERO
              MOVE 1 TO WS-PAGE-COUNT
           END-IF
           IF CA-HR-PAGE > WS-PAGE-COUNT
              MOVE WS-PAGE-COUNT TO CA-HR-PAGE
           END-IF
           IF CA-HR-PAGE < 1
              MOVE 1 TO CA-HR-PAGE
           END-IF

           IF WS-REC-COUNT > 0
              PERFORM FETCH-PAGE-RECORDS
           END-IF
           PERFORM BUILD-PAGE-OUTPUT
           .

       COUNT-REVIEW-RECORDS.
           MOVE 0 TO WS-REC-COUNT
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-HR-EOF
              ADD 1 TO WS-REC-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

       FETCH-PAGE-RECORDS.
           COMPUTE WS-SKIP-COUNT = (CA-HR-PAGE - 1) * WS-ROW-MAX
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-HR-EOF OR WS-SKIP-COUNT = ZERO
              SUBTRACT 1 FROM WS-SKIP-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM UNTIL WS-HR-EOF OR WS-ROW-COUNT >= WS-ROW-MAX
              ADD 1 TO WS-ROW-COUNT
              PERFORM BUILD-ONE-ROW
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

      * POSITIONNEMENT EN DEBUT DE FICHIER ET PREMIERE LECTURE
       START-REVIEW-BROWSE.
           MOVE 'N' TO WS-HR-EOF-SW
           MOVE LOW-VALUES TO WS-HR-KEY
           EXEC CICS STARTBR
                FILE('CRHOLD03')
                RIDFLD(WS-HR-KEY)
                GTEQ
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HR-EOF-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REVIEW
           .

       READ-NEXT-REVIEW.
           EXEC CICS READNEXT
                FILE('CRHOLD03')
                INTO (CRHOLD03-REC)
                RIDFLD(WS-HR-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HR-EOF-SW
           END-IF
           .

       END-REVIEW-BROWSE.
           EXEC CICS ENDBR
                FILE('CRHOLD03')
                RESP(WS-CD-ERR)
           END-EXEC
           MOVE ZERO TO WS-CD-ERR
           .

      ******************************************************************
      * LIGNE DE LA COMMANDE COURANTE : CLE MEMORISEE EN COMMAREA,
      * SOLDE ET PLAFOND LUS DANS API9.CUSTOMERS, NIVEAU DE RELANCE,
      * PUIS LIGNE MOTIF / DECISION DEJA PRISE
      ******************************************************************
       BUILD-ONE-ROW.
           MOVE HR-KEY TO CA-HR-ROW-KEY(WS-ROW-COUNT)
           MOVE HR-CUST-NO TO H-C-NO
           MOVE +0 TO H-C-BALANCE
           MOVE +0 TO H-C-LIMIT
           EXEC SQL
               SELECT COALESCE(BALANCE,0), COALESCE(CREDIT_LIMIT,0)
                 INTO :H-C-BALANCE, :H-C-LIMIT
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           PERFORM READ-DUNNING-LEVEL

           MOVE HR-SRC         TO RL-SRC
           MOVE HR-ORDER-NO    TO RL-ONO
           MOVE HR-CUST-NO     TO RL-CNO
           MOVE HR-AMOUNT      TO RL-AMOUNT
           MOVE H-C-BALANCE    TO RL-BALANCE
           MOVE H-C-LIMIT      TO RL-LIMIT
           MOVE WS-DUN-LEVEL   TO RL-DUN
           MOVE WS-ROW-LINE    TO WS-RW-LINE(WS-ROW-COUNT)
           MOVE HR-DECISION    TO WS-RW-DECISION(WS-ROW-COUNT)
           MOVE HR-COMMENT     TO WS-RW-COMMENT(WS-ROW-COUNT)

           IF HR-PENDING
              STRING 'MOTIF: ' HR-REASON ' EN ATTENTE DE DECISION'
                 DELIMITED BY SIZE INTO WS-RW-REASON(WS-ROW-COUNT)
              END-STRING
           ELSE
              STRING 'MOTIF: ' HR-REASON ' DECISION PAR ' HR-APPROVER
                 DELIMITED BY SIZE INTO WS-RW-REASON(WS-ROW-COUNT)
              END-STRING
           END-IF
           .

      ******************************************************************
      * NIVEAU DE RELANCE COURANT : PARCOURS DU FICHIER CICS DUNST03
      * (MEME LECTURE QUE CUST360) ; CLIENT ABSENT = NIVEAU ZERO
      ******************************************************************
       READ-DUNNING-LEVEL.
           MOVE 0 TO WS-DUN-LEVEL
           MOVE 'N' TO WS-DUN-FOUND-SW
           MOVE ZERO TO WS-DUN-KEY
           EXEC CICS STARTBR
                FILE('DUNST03')
                RIDFLD(WS-DUN-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DUN-STATE
           PERFORM UNTIL WS-DUN-FOUND
                   OR WS-CD-ERR NOT = DFHRESP(NORMAL)
              IF DN-CUST-NO = H-C-NO
                 MOVE DN-LEVEL TO WS-DUN-LEVEL
                 MOVE 'Y' TO WS-DUN-FOUND-SW
              ELSE
                 PERFORM READ-NEXT-DUN-STATE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('DUNST03')
                RESP(WS-CD-ERR)
           END-EXEC
           MOVE ZERO TO WS-CD-ERR
           .

       READ-NEXT-DUN-STATE.
           EXEC CICS READNEXT
                FILE('DUNST03')
                INTO (WS-DUNST-REC)
                RIDFLD(WS-DUN-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           .

      ******************************************************************
      * REPORT DES LIGNES DE LA PAGE SUR LES ZONES ECRAN ET COMPTEUR
      * PAGE N/M
      ******************************************************************
       BUILD-PAGE-OUTPUT.
           MOVE WS-RW-LINE(1)     TO H-L1O
           MOVE WS-RW-REASON(1)   TO H-R1O
           MOVE WS-RW-DECISION(1) TO H-D1O
           MOVE WS-RW-COMMENT(1)  TO H-M1O
           MOVE WS-RW-LINE(2)     TO H-L2O
           MOVE WS-RW-REASON(2)   TO H-R2O
           MOVE WS-RW-DECISION(2) TO H-D2O
           MOVE WS-RW-COMMENT(2)  TO H-M2O
           MOVE WS-RW-LINE(3)     TO H-L3O
           MOVE WS-RW-REASON(3)   TO H-R3O
           MOVE WS-RW-DECISION(3) TO H-D3O
           MOVE WS-RW-COMMENT(3)  TO H-M3O
           MOVE WS-RW-LINE(4)     TO H-L4O
           MOVE WS-RW-REASON(4)   TO H-R4O
           MOVE WS-RW-DECISION(4) TO H-D4O
           MOVE WS-RW-COMMENT(4)  TO H-M4O
           MOVE WS-RW-LINE(5)     TO H-L5O
           MOVE WS-RW-REASON(5)   TO H-R5O
           MOVE WS-RW-DECISION(5) TO H-D5O
           MOVE WS-RW-COMMENT(5)  TO H-M5O
           MOVE WS-RW-LINE(6)     TO H-L6O
           MOVE WS-RW-REASON(6)   TO H-R6O
           MOVE WS-RW-DECISION(6) TO H-D6O
           MOVE WS-RW-COMMENT(6)  TO H-M6O

           MOVE CA-HR-PAGE    TO WS-EDIT-PAGE
           MOVE WS-PAGE-COUNT TO WS-EDIT-PAGES
           MOVE SPACES TO H-PAGEO
           STRING 'PAGE ' WS-EDIT-PAGE '/' WS-EDIT-PAGES
              DELIMITED BY SIZE INTO H-PAGEO
           END-STRING
           .

      ******************************************************************
      * HORODATAGE DE LA DECISION AU FORMAT AAAA-MM-JJ HH:MM:SS
      ******************************************************************
       SET-DECISION-TS.
           MOVE SPACES TO WS-DECISION-TS
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO WS-DECISION-TS
           END-STRING
           .

      ******************************************************************
       SEND-GOODBYE.
           MOVE 'AU REVOIR' TO CA-LAST-MSG
           PERFORM END-ALL
           .
      ******************************************************************
       END-ALL.
           EXEC CICS SEND
                FROM (CA-LAST-MSG)
                LENGTH(LENGTH OF CA-LAST-MSG)
                WAIT
                ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * CONTROLE D'INACTIVITE : COMPARE L'HEURE COURANTE (EIBTIME) A
      * LA DERNIERE TOUCHE MEMORISEE DANS LA COMMAREA (CA-LAST-TIME)
      * ET DECLENCHE UNE REINITIALISATION DE LA SESSION AU-DELA DE
      * WS-TIMEOUT-SECS SECONDES D'INACTIVITE
      ******************************************************************
       CHECK-SESSION-TIMEOUT.
           MOVE 'N' TO WS-SESSION-TIMEOUT-SW
           IF CA-LAST-TIME NOT = ZERO
              MOVE CA-LAST-TIME TO WS-TIME-IN
              PERFORM SPLIT-TIME-TO-SECS
              MOVE WS-TIME-SECS-OUT TO WS-LAST-SECS
              MOVE EIBTIME TO WS-TIME-IN
              PERFORM SPLIT-TIME-TO-SECS
              MOVE WS-TIME-SECS-OUT TO WS-CUR-SECS
              COMPUTE WS-ELAPSED-SECS = WS-CUR-SECS - WS-LAST-SECS
              IF WS-ELAPSED-SECS < 0
                 ADD 86400 TO WS-ELAPSED-SECS
              END-IF
              IF WS-ELAPSED-SECS > WS-TIMEOUT-SECS
                 MOVE 'Y' TO WS-SESSION-TIMEOUT-SW
              END-IF
           END-IF
           .

      ******************************************************************
      * DECOMPOSE UNE HEURE FORMAT HHMMSS (WS-TIME-IN) EN NOMBRE DE
      * SECONDES DEPUIS MINUIT (WS-TIME-SECS-OUT)
      ******************************************************************
       SPLIT-TIME-TO-SECS.
           DIVIDE WS-TIME-IN BY 10000
              GIVING WS-TIME-HH REMAINDER WS-TIME-REM
           DIVIDE WS-TIME-REM BY 100
              GIVING WS-TIME-MM REMAINDER WS-TIME-SS
           COMPUTE WS-TIME-SECS-OUT =
                 WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           .

      ******************************************************************
      * ECRITURE D'UNE LIGNE DANS LA PISTE D'AUDIT (FICHIER AUDIT03)  *
      ******************************************************************
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT03-REC
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO AU-TIMESTAMP
           END-STRING
           MOVE EIBTRNID    TO AU-TRANS-ID
           MOVE 'CRDREV03'  TO AU-PROGRAM
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
                RESP(WS-CD-ERR)
                END-EXEC
           .
