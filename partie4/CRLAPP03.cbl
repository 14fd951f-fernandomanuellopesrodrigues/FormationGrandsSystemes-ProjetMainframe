       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRLAPP03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      * REVUE DES PLAFONDS D'ENCOURS : LA REVUE TRIMESTRIELLE CRLREV
      * INSCRIT DANS LE FICHIER CICS CRLPND03 (COPYBOOK CRLPND03) LES
      * HAUSSES ET BAISSES DE PLAFOND QU'ELLE PROPOSE. CETTE
      * TRANSACTION, SUR LE PATRON PRCAPP03 ET RESERVEE AUX ROLES
      * CREDIT (C) ET ADMINISTRATEUR (A), LES LISTE PAR PAGES DE SIX
      * AVEC LE SENS (H = HAUSSE, B = BAISSE), L'ANCIEN ET LE NOUVEAU
      * PLAFOND, LE DELAI MOYEN DE REGLEMENT ET CELUI DES CONDITIONS,
      * LA POINTE D'ENCOURS DU TRIMESTRE, LE NIVEAU DE RELANCE, LES
      * PENALITES FACTUREES ET LE MOTIF DE LA PROPOSITION :
      * - ENTER : ENREGISTRE LES DECISIONS SAISIES, A = APPROUVER,
      *   R = REFUSER (COMMENTAIRE OBLIGATOIRE) ; LE LOGIN DE
      *   L'APPROBATEUR ET L'HORODATAGE SONT PORTES SUR
      *   L'ENREGISTREMENT
      * - PF7/PF8 : PAGE PRECEDENTE/SUIVANTE, PF5 : RAFRAICHIR
      * LA DECISION RESTE MODIFIABLE JUSQU'AU PASSAGE DE CRLAPPL, QUI
      * TRANSFORME LES SEULES PROPOSITIONS APPROUVEES EN MOUVEMENTS
      * FNCUSTM POUR CUSTMNT. TOUTE DECISION EST TRACEE DANS AUDIT03
      * (CRL APPR, CRL REFU) AVEC LE LOGIN DE L'APPROBATEUR.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MAPSET-NAME     PIC X(4)   VALUE 'MS16'.
       01 WS-PGM-AUTH        PIC X(8)   VALUE 'AUTH03'.
       01 WS-TRANS-NAME      PIC X(5)   VALUE 'T03G'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10)  VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60)  VALUE SPACES.

      * CLE DE PARCOURS ET DE MISE A JOUR DU FICHIER CRLPND03
       01 WS-LR-KEY          PIC X(4)   VALUE LOW-VALUES.

      * PAGE AFFICHEE : SIX PROPOSITIONS PAR PAGE
       77 WS-ROW-MAX         PIC 9(2)   VALUE 06.
       77 WS-ROW-IDX         PIC 9(2)   VALUE 0.
       77 WS-ROW-COUNT       PIC 9(2)   VALUE 0.
       77 WS-REC-COUNT       PIC 9(5)   VALUE 0.
       77 WS-PAGE-COUNT      PIC 9(3)   VALUE 0.
       77 WS-SKIP-COUNT      PIC 9(5)   VALUE 0.
       77 WS-EDIT-PAGE       PIC 9(3).
       77 WS-EDIT-PAGES      PIC 9(3).
       77 WS-LR-EOF-SW       PIC X      VALUE 'N'.
          88 WS-LR-EOF                 VALUE 'Y'.

       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY    OCCURS 6 TIMES.
             10 WS-RW-DECISION PIC X(1).
             10 WS-RW-COMMENT  PIC X(20).
             10 WS-RW-LINE     PIC X(60).
             10 WS-RW-INFO     PIC X(60).

      * LIGNE PROPOSITION AFFICHEE (60 CARACTERES) : CLIENT, SENS,
      * ANCIEN -> NOUVEAU PLAFOND, DELAI MOYEN/CONDITIONS EN JOURS,
      * POINTE D'ENCOURS, NIVEAU DE RELANCE, PENALITES (EN DOLLARS)
       01 WS-ROW-LINE.
          05 RL-CUST         PIC 9(4).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-ACTION       PIC X(1).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-OLD          PIC Z(8)9.
          05 FILLER          PIC X(2)   VALUE '->'.
          05 RL-NEW          PIC Z(8)9.
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-AVG          PIC ZZ9.
          05 FILLER          PIC X(1)   VALUE '/'.
          05 RL-TERMS        PIC Z9.
          05 FILLER          PIC X(2)   VALUE 'J '.
          05 RL-PEAK         PIC Z(8)9.
          05 FILLER          PIC X(2)   VALUE ' R'.
          05 RL-LEVEL        PIC 9.
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-FEES         PIC Z(4)9.

      * LIGNE MOTIF DE LA PROPOSITION / DECISION
       01 WS-INFO-LINE.
          05 IL-REASON       PIC X(40).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 IL-STATUS       PIC X(19).

      * SAISIE DE LA PAGE : DECISION ET COMMENTAIRE PAR LIGNE
       01 WS-INPUT-TABLE.
          05 WS-IN-ENTRY     OCCURS 6 TIMES.
             10 WS-IN-DECISION PIC X(1).
             10 WS-IN-COMMENT  PIC X(20).
       77 WS-DECIDED-COUNT   PIC 9(2)   VALUE 0.
       77 WS-EDIT-ROW        PIC 9(1).
       77 WS-EDIT-OLD        PIC Z(8)9.
       77 WS-EDIT-NEW        PIC Z(8)9.

       77 WS-ERROR-SW        PIC X      VALUE 'N'.
          88 WS-ENTRY-ERROR            VALUE 'Y'.

      * HORODATAGE DE LA DECISION (AAAA-MM-JJ HH:MM:SS)
       77 WS-DECISION-TS     PIC X(20)  VALUE SPACES.

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

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY MS16.
       COPY AUDIT03.
       COPY CRLPND03.

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
             88 CA-ROLE-PRICING       VALUE 'P'.
          05 CA-LAST-MSG     PIC X(78).
          05 CA-LAST-TIME    PIC 9(6).
      * PAGE AFFICHEE ET CLES DES SIX PROPOSITIONS DE LA PAGE, POUR
      * RATTACHER LES DECISIONS SAISIES A LEUR ENREGISTREMENT
          05 CA-LR-PAGE      PIC 9(3).
          05 CA-LR-ROW-KEY   PIC X(4)   OCCURS 6 TIMES.
          05 FILLER          PIC X(130).

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
              MOVE LOW-VALUES TO MAP16O
              PERFORM SEND-FORM
           END-IF

           IF EIBAID = DFHNULL
              MOVE 1 TO CA-LR-PAGE
              PERFORM DISPLAY-REVIEW-PAGE
              PERFORM SEND-FORM
           END-IF

           PERFORM HANDLE-TOUCHE
           MOVE EIBTIME TO CA-LAST-TIME
           PERFORM SEND-FORM
           .
      ******************************************************************
      * AFFICHE L'ECRAN DE REVUE DES PLAFONDS
      ******************************************************************
       SEND-FORM.
           MOVE CA-LAST-MSG TO G-MSGO
           MOVE CA-LOGIN    TO G-OPERO

           EXEC CICS SEND
                MAP('MAP16A')
                MAPSET('MS16')
                FROM (MAP16O)
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
                IF CA-LR-PAGE > 1
                   SUBTRACT 1 FROM CA-LR-PAGE
                END-IF
                PERFORM DISPLAY-REVIEW-PAGE
           WHEN DFHPF8
                ADD 1 TO CA-LR-PAGE
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
                MAP('MAP16A')
                MAPSET('MS16')
                INTO (MAP16I)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR RECEIVE' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF

           MOVE G-D1I TO WS-IN-DECISION(1)
           MOVE G-M1I TO WS-IN-COMMENT(1)
           MOVE G-D2I TO WS-IN-DECISION(2)
           MOVE G-M2I TO WS-IN-COMMENT(2)
           MOVE G-D3I TO WS-IN-DECISION(3)
           MOVE G-M3I TO WS-IN-COMMENT(3)
           MOVE G-D4I TO WS-IN-DECISION(4)
           MOVE G-M4I TO WS-IN-COMMENT(4)
           MOVE G-D5I TO WS-IN-DECISION(5)
           MOVE G-M5I TO WS-IN-COMMENT(5)
           MOVE G-D6I TO WS-IN-DECISION(6)
           MOVE G-M6I TO WS-IN-COMMENT(6)
           INSPECT WS-INPUT-TABLE REPLACING ALL LOW-VALUE BY SPACE
           .

      ******************************************************************
      * CONTROLE DES DECISIONS : A OU R SUR UNE LIGNE AFFICHEE,
      * COMMENTAIRE OBLIGATOIRE POUR UN REFUS
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
           IF CA-LR-ROW-KEY(WS-ROW-IDX) = SPACES
              OR CA-LR-ROW-KEY(WS-ROW-IDX) = LOW-VALUES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : AUCUNE PROPOSITION AFFICHEE'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-DECISION(WS-ROW-IDX) TO LR-DECISION
           IF NOT LR-DECISION-VALID
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : DECISION A (APPROUVER) OU R (REFUSER)'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF LR-REFUSE
              AND WS-IN-COMMENT(WS-ROW-IDX) = SPACES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW ' : MOTIF DU REFUS REQUIS'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DECIDED-COUNT
           .

      ******************************************************************
      * ENREGISTREMENT D'UNE DECISION : RELECTURE EN MISE A JOUR (LA
      * PROPOSITION A PU ETRE TRAITEE PAR CRLAPPL OU REMPLACEE PAR UNE
      * NOUVELLE REVUE ENTRE-TEMPS), DECISION, COMMENTAIRE,
      * APPROBATEUR ET HORODATAGE, PUIS TRACE AUDIT03
      ******************************************************************
       SAVE-ONE-DECISION.
           MOVE CA-LR-ROW-KEY(WS-ROW-IDX) TO WS-LR-KEY
           EXEC CICS READ
                FILE('CRLPND03')
                INTO (CRLPND03-REC)
                RIDFLD(WS-LR-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              SUBTRACT 1 FROM WS-DECIDED-COUNT
              EXIT PARAGRAPH
           END-IF

           PERFORM SET-DECISION-TS
           MOVE WS-IN-DECISION(WS-ROW-IDX) TO LR-DECISION
           MOVE WS-IN-COMMENT(WS-ROW-IDX)  TO LR-COMMENT
           MOVE CA-LOGIN                   TO LR-APPROVER
           MOVE WS-DECISION-TS             TO LR-DECISION-TS
           EXEC CICS REWRITE
                FILE('CRLPND03')
                FROM (CRLPND03-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              SUBTRACT 1 FROM WS-DECIDED-COUNT
              EXIT PARAGRAPH
           END-IF

           IF LR-APPROVE
              MOVE 'CRL APPR' TO WS-AUDIT-EVENT
           ELSE
              MOVE 'CRL REFU' TO WS-AUDIT-EVENT
           END-IF
           MOVE LR-OLD-LIMIT TO WS-EDIT-OLD
           MOVE LR-NEW-LIMIT TO WS-EDIT-NEW
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'CLI:' LR-CUST-NO ' ' LR-ACTION ' ANC:' WS-EDIT-OLD
                  ' NOUV:' WS-EDIT-NEW ' ' LR-COMMENT
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * RAPPEL DE LA PAGE AFFICHEE AVEC LA SAISIE EN ERREUR
      ******************************************************************
       ECHO-INPUT.
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           MOVE WS-IN-DECISION(1) TO G-D1O
           MOVE WS-IN-COMMENT(1)  TO G-M1O
           MOVE WS-IN-DECISION(2) TO G-D2O
           MOVE WS-IN-COMMENT(2)  TO G-M2O
           MOVE WS-IN-DECISION(3) TO G-D3O
           MOVE WS-IN-COMMENT(3)  TO G-M3O
           MOVE WS-IN-DECISION(4) TO G-D4O
           MOVE WS-IN-COMMENT(4)  TO G-M4O
           MOVE WS-IN-DECISION(5) TO G-D5O
           MOVE WS-IN-COMMENT(5)  TO G-M5O
           MOVE WS-IN-DECISION(6) TO G-D6O
           MOVE WS-IN-COMMENT(6)  TO G-M6O
           .

      ******************************************************************
      * AFFICHE LA PAGE CA-LR-PAGE DU FICHIER DE REVUE, AVEC LE
      * MESSAGE PAR DEFAUT
      ******************************************************************
       DISPLAY-REVIEW-PAGE.
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           IF WS-REC-COUNT = 0
              MOVE 'AUCUNE PROPOSITION DE PLAFOND EN ATTENTE'
                 TO CA-LAST-MSG
           ELSE
              MOVE 'DECISION A/R ET COMMENTAIRE PUIS ENTER'
                 TO CA-LAST-MSG
           END-IF
           .

      ******************************************************************
      * CONSTRUCTION DES LIGNES DE LA PAGE : NOMBRE DE PROPOSITIONS
      * (D'OU LE NOMBRE DE PAGES), SAUT DES PAGES PRECEDENTES PUIS
      * LECTURE DES WS-ROW-MAX PROPOSITIONS DE LA PAGE
      ******************************************************************
       DISPLAY-REVIEW-PAGE-ROWS.
           MOVE LOW-VALUES TO MAP16O
           MOVE SPACES TO WS-ROW-TABLE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-MAX
              MOVE SPACES TO CA-LR-ROW-KEY(WS-ROW-IDX)
           END-PERFORM
           MOVE 0 TO WS-ROW-COUNT

           PERFORM COUNT-REVIEW-RECORDS
           COMPUTE WS-PAGE-COUNT =
                   (WS-REC-COUNT + WS-ROW-MAX - 1) / WS-ROW-MAX
           IF WS-PAGE-COUNT = ZERO
              MOVE 1 TO WS-PAGE-COUNT
           END-IF
           IF CA-LR-PAGE > WS-PAGE-COUNT
              MOVE WS-PAGE-COUNT TO CA-LR-PAGE
           END-IF
           IF CA-LR-PAGE < 1
              MOVE 1 TO CA-LR-PAGE
           END-IF

           IF WS-REC-COUNT > 0
              PERFORM FETCH-PAGE-RECORDS
           END-IF
           PERFORM BUILD-PAGE-OUTPUT
           .

       COUNT-REVIEW-RECORDS.
           MOVE 0 TO WS-REC-COUNT
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-LR-EOF
              ADD 1 TO WS-REC-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

       FETCH-PAGE-RECORDS.
           COMPUTE WS-SKIP-COUNT = (CA-LR-PAGE - 1) * WS-ROW-MAX
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-LR-EOF OR WS-SKIP-COUNT = ZERO
              SUBTRACT 1 FROM WS-SKIP-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM UNTIL WS-LR-EOF OR WS-ROW-COUNT >= WS-ROW-MAX
              ADD 1 TO WS-ROW-COUNT
              PERFORM BUILD-ONE-ROW
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

      * POSITIONNEMENT EN DEBUT DE FICHIER ET PREMIERE LECTURE
       START-REVIEW-BROWSE.
           MOVE 'N' TO WS-LR-EOF-SW
           MOVE LOW-VALUES TO WS-LR-KEY
           EXEC CICS STARTBR
                FILE('CRLPND03')
                RIDFLD(WS-LR-KEY)
                GTEQ
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-LR-EOF-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REVIEW
           .

       READ-NEXT-REVIEW.
           EXEC CICS READNEXT
                FILE('CRLPND03')
                INTO (CRLPND03-REC)
                RIDFLD(WS-LR-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-LR-EOF-SW
           END-IF
           .

       END-REVIEW-BROWSE.
           EXEC CICS ENDBR
                FILE('CRLPND03')
                RESP(WS-CD-ERR)
           END-EXEC
           MOVE ZERO TO WS-CD-ERR
           .

      ******************************************************************
      * LIGNES DE LA PROPOSITION COURANTE : CLE MEMORISEE EN COMMAREA,
      * LIGNE CHIFFREE PUIS LIGNE MOTIF / DECISION DEJA PRISE
      ******************************************************************
       BUILD-ONE-ROW.
           MOVE LR-KEY         TO CA-LR-ROW-KEY(WS-ROW-COUNT)
           MOVE LR-CUST-NO     TO RL-CUST
           MOVE LR-ACTION      TO RL-ACTION
           MOVE LR-OLD-LIMIT   TO RL-OLD
           MOVE LR-NEW-LIMIT   TO RL-NEW
           MOVE LR-AVG-DAYS    TO RL-AVG
           MOVE LR-TERMS-DAYS  TO RL-TERMS
           MOVE LR-PEAK        TO RL-PEAK
           MOVE LR-DUN-LEVEL   TO RL-LEVEL
           MOVE LR-FEES        TO RL-FEES
           MOVE WS-ROW-LINE    TO WS-RW-LINE(WS-ROW-COUNT)
           MOVE LR-DECISION    TO WS-RW-DECISION(WS-ROW-COUNT)
           MOVE LR-COMMENT     TO WS-RW-COMMENT(WS-ROW-COUNT)

           MOVE LR-REASON      TO IL-REASON
           MOVE SPACES TO IL-STATUS
           IF LR-UNDECIDED
              MOVE 'EN ATTENTE' TO IL-STATUS
           ELSE
              STRING LR-DECISION ' PAR ' LR-APPROVER
                 DELIMITED BY SIZE INTO IL-STATUS
              END-STRING
           END-IF
           MOVE WS-INFO-LINE   TO WS-RW-INFO(WS-ROW-COUNT)
           .

      ******************************************************************
      * REPORT DES LIGNES DE LA PAGE SUR LES ZONES ECRAN ET COMPTEUR
      * PAGE N/M
      ******************************************************************
       BUILD-PAGE-OUTPUT.
           MOVE WS-RW-LINE(1)     TO G-L1O
           MOVE WS-RW-INFO(1)     TO G-R1O
           MOVE WS-RW-DECISION(1) TO G-D1O
           MOVE WS-RW-COMMENT(1)  TO G-M1O
           MOVE WS-RW-LINE(2)     TO G-L2O
           MOVE WS-RW-INFO(2)     TO G-R2O
           MOVE WS-RW-DECISION(2) TO G-D2O
           MOVE WS-RW-COMMENT(2)  TO G-M2O
           MOVE WS-RW-LINE(3)     TO G-L3O
           MOVE WS-RW-INFO(3)     TO G-R3O
           MOVE WS-RW-DECISION(3) TO G-D3O
           MOVE WS-RW-COMMENT(3)  TO G-M3O
           MOVE WS-RW-LINE(4)     TO G-L4O
           MOVE WS-RW-INFO(4)     TO G-R4O
           MOVE WS-RW-DECISION(4) TO G-D4O
           MOVE WS-RW-COMMENT(4)  TO G-M4O
           MOVE WS-RW-LINE(5)     TO G-L5O
           MOVE WS-RW-INFO(5)     TO G-R5O
           MOVE WS-RW-DECISION(5) TO G-D5O
           MOVE WS-RW-COMMENT(5)  TO G-M5O
           MOVE WS-RW-LINE(6)     TO G-L6O
           MOVE WS-RW-INFO(6)     TO G-R6O
           MOVE WS-RW-DECISION(6) TO G-D6O
           MOVE WS-RW-COMMENT(6)  TO G-M6O

           MOVE CA-LR-PAGE    TO WS-EDIT-PAGE
           MOVE WS-PAGE-COUNT TO WS-EDIT-PAGES
           MOVE SPACES TO G-PAGEO
           STRING 'PAGE ' WS-EDIT-PAGE '/' WS-EDIT-PAGES
              DELIMITED BY SIZE INTO G-PAGEO
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
           MOVE 'CRLAPP03'  TO AU-PROGRAM
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
                RESP(WS-CD-ERR)
                END-EXEC
           .
