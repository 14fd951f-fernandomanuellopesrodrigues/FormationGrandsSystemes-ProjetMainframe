       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCAPP03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      * APPROBATION DES REPRICAGES EN ATTENTE : IMPPRODS MET DE COTE
      * DANS FNPRPEND LES REPRICAGES HORS TOLERANCE, ET L'APPROBATION
      * CONSISTAIT A SUPPRIMER A L'EDITEUR LES LIGNES REFUSEES AVANT
      * LE PASSAGE D'APPRPRC, SANS PREUVE DE QUI AVAIT APPROUVE QUOI.
      * CETTE TRANSACTION, SUR LE PATRON CRDREV03 ET RESERVEE AUX
      * ROLES RESPONSABLE TARIFS (P) ET ADMINISTRATEUR (A), LISTE PAR
      * PAGES DE SIX LES REPRICAGES DU FICHIER CICS PRPEND03 (COPYBOOK
      * PRPEND03, INSCRITS CHAQUE NUIT PAR APPRPRC) AVEC L'ANCIEN ET LE
      * NOUVEAU PRIX, LA VARIATION EN POURCENT, LE PRIX D'ACHAT
      * (API7.PRODUCTS.COST) ET LA MARGE AVANT/APRES EN POURCENT DU
      * PRIX DE VENTE :
      * - ENTER : ENREGISTRE LES DECISIONS SAISIES, A = APPROUVER,
      *   R = REFUSER (COMMENTAIRE OBLIGATOIRE, IL EST RENVOYE A
      *   L'EMETTEUR DU FICHIER) ; LE LOGIN DE L'APPROBATEUR ET
      *   L'HORODATAGE SONT PORTES SUR L'ENREGISTREMENT
      * - PF7/PF8 : PAGE PRECEDENTE/SUIVANTE, PF5 : RAFRAICHIR
      * L'AUTEUR DU CHARGEMENT (CARTE LOADBY= D'IMPPRODS) NE PEUT PAS
      * DECIDER DE SES PROPRES REPRICAGES. LA DECISION RESTE
      * MODIFIABLE JUSQU'AU PASSAGE D'APPRPRC, QUI APPLIQUE LES SEULS
      * REPRICAGES APPROUVES. TOUTE DECISION EST TRACEE DANS AUDIT03
      * (PRC APPR, PRC REFU) AVEC LE LOGIN DE L'APPROBATEUR.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MAPSET-NAME     PIC X(4)   VALUE 'MS14'.
       01 WS-PGM-AUTH        PIC X(8)   VALUE 'AUTH03'.
       01 WS-TRANS-NAME      PIC X(5)   VALUE 'T03A'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10)  VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60)  VALUE SPACES.

      * CLE DE PARCOURS ET DE MISE A JOUR DU FICHIER PRPEND03
       01 WS-PV-KEY          PIC X(3)   VALUE LOW-VALUES.

      * PAGE AFFICHEE : SIX REPRICAGES PAR PAGE
       77 WS-ROW-MAX         PIC 9(2)   VALUE 06.
       77 WS-ROW-IDX         PIC 9(2)   VALUE 0.
       77 WS-ROW-COUNT       PIC 9(2)   VALUE 0.
       77 WS-REC-COUNT       PIC 9(5)   VALUE 0.
       77 WS-PAGE-COUNT      PIC 9(3)   VALUE 0.
       77 WS-SKIP-COUNT      PIC 9(5)   VALUE 0.
       77 WS-EDIT-PAGE       PIC 9(3).
       77 WS-EDIT-PAGES      PIC 9(3).
       77 WS-PV-EOF-SW       PIC X      VALUE 'N'.
          88 WS-PV-EOF                 VALUE 'Y'.

       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY    OCCURS 6 TIMES.
             10 WS-RW-DECISION PIC X(1).
             10 WS-RW-COMMENT  PIC X(20).
             10 WS-RW-LINE     PIC X(60).
             10 WS-RW-INFO     PIC X(60).

      * LIGNE REPRICAGE AFFICHEE (60 CARACTERES)
       01 WS-ROW-LINE.
          05 RL-PNO          PIC X(3).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-OLD          PIC Z(4)9,99.
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-NEW          PIC Z(4)9,99.
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-VAR          PIC -(5)9,9.
          05 FILLER          PIC X(2)   VALUE '% '.
          05 RL-COST         PIC Z(4)9,99.
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-MG-OLD       PIC -(4)9,9.
          05 FILLER          PIC X(4)   VALUE '% ->'.
          05 RL-MG-NEW       PIC -(4)9,9.
          05 FILLER          PIC X(1)   VALUE '%'.

      * LIGNE DESCRIPTION / AUTEUR DU CHARGEMENT / DECISION
       01 WS-INFO-LINE.
          05 IL-DESC         PIC X(30).
          05 FILLER          PIC X(5)   VALUE ' PAR '.
          05 IL-LOADER       PIC X(8).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 IL-STATUS       PIC X(16).

      * VARIATION ET MARGES EN POURCENT (MARGE = PRIX DE VENTE MOINS
      * PRIX D'ACHAT, RAPPORTEE AU PRIX DE VENTE)
       77 WS-VAR-PCT         PIC S9(5)V9 VALUE 0.
       77 WS-MG-OLD-PCT      PIC S9(4)V9 VALUE 0.
       77 WS-MG-NEW-PCT      PIC S9(4)V9 VALUE 0.

      * SAISIE DE LA PAGE : DECISION ET COMMENTAIRE PAR LIGNE
       01 WS-INPUT-TABLE.
          05 WS-IN-ENTRY     OCCURS 6 TIMES.
             10 WS-IN-DECISION PIC X(1).
             10 WS-IN-COMMENT  PIC X(20).
       77 WS-DECIDED-COUNT   PIC 9(2)   VALUE 0.
       77 WS-REFUSED-OWN     PIC 9(2)   VALUE 0.
       77 WS-EDIT-ROW        PIC 9(1).
       77 WS-EDIT-OLD        PIC Z(4)9,99.
       77 WS-EDIT-NEW        PIC Z(4)9,99.

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

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEME LECTURE QUE PRODINQ)
       01 H-PNO              PIC XXX.
       01 H-DESC             PIC X(30).
       01 H-COST             PIC S9(5)V99   USAGE COMP-3.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY MS14.
       COPY AUDIT03.
       COPY PRPEND03.

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
      * PAGE AFFICHEE, CLES ET AUTEURS DU CHARGEMENT DES SIX
      * REPRICAGES DE LA PAGE, POUR RATTACHER LES DECISIONS SAISIES A
      * LEUR ENREGISTREMENT ET CONTROLER LA SEPARATION DES TACHES
          05 CA-PV-PAGE      PIC 9(3).
          05 CA-PV-ROW       OCCURS 6 TIMES.
             10 CA-PV-ROW-KEY    PIC X(3).
             10 CA-PV-ROW-LOADER PIC X(8).
          05 FILLER          PIC X(88).

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
           IF NOT CA-ROLE-PRICING AND NOT CA-ROLE-ADMIN
              IF EIBAID = DFHPF3
                 PERFORM SEND-GOODBYE
              END-IF
              MOVE 'ACCES REFUSE - ROLE INSUFFISANT' TO CA-LAST-MSG
              MOVE LOW-VALUES TO MAP14O
              PERFORM SEND-FORM
           END-IF

           IF EIBAID = DFHNULL
              MOVE 1 TO CA-PV-PAGE
              PERFORM DISPLAY-REVIEW-PAGE
              PERFORM SEND-FORM
           END-IF

           PERFORM HANDLE-TOUCHE
           MOVE EIBTIME TO CA-LAST-TIME
           PERFORM SEND-FORM
           .
      ******************************************************************
      * AFFICHE L'ECRAN D'APPROBATION
      ******************************************************************
       SEND-FORM.
           MOVE CA-LAST-MSG TO P-MSGO
           MOVE CA-LOGIN    TO P-OPERO

           EXEC CICS SEND
                MAP('MAP14A')
                MAPSET('MS14')
                FROM (MAP14O)
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
                IF CA-PV-PAGE > 1
                   SUBTRACT 1 FROM CA-PV-PAGE
                END-IF
                PERFORM DISPLAY-REVIEW-PAGE
           WHEN DFHPF8
                ADD 1 TO CA-PV-PAGE
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

           MOVE 0 TO WS-REFUSED-OWN
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
           IF WS-REFUSED-OWN > 0
              STRING 'DECISIONS ENREGISTREES : ' WS-EDIT-ROW
                     ' (REPRICAGE RECHARGE PAR VOUS ENTRE-TEMPS IGNORE)'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
           ELSE
              STRING 'DECISIONS ENREGISTREES : ' WS-EDIT-ROW
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
           END-IF
           .

      ******************************************************************
      * RECUPERATION DE L'ECRAN
      ******************************************************************
       RECEIVE-FORM.
           MOVE 'N' TO WS-ERROR-SW
           EXEC CICS RECEIVE
                MAP('MAP14A')
                MAPSET('MS14')
                INTO (MAP14I)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR RECEIVE' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF

           MOVE P-D1I TO WS-IN-DECISION(1)
           MOVE P-M1I TO WS-IN-COMMENT(1)
           MOVE P-D2I TO WS-IN-DECISION(2)
           MOVE P-M2I TO WS-IN-COMMENT(2)
           MOVE P-D3I TO WS-IN-DECISION(3)
           MOVE P-M3I TO WS-IN-COMMENT(3)
           MOVE P-D4I TO WS-IN-DECISION(4)
           MOVE P-M4I TO WS-IN-COMMENT(4)
           MOVE P-D5I TO WS-IN-DECISION(5)
           MOVE P-M5I TO WS-IN-COMMENT(5)
           MOVE P-D6I TO WS-IN-DECISION(6)
           MOVE P-M6I TO WS-IN-COMMENT(6)
           INSPECT WS-INPUT-TABLE REPLACING ALL LOW-VALUE BY SPACE
           .

      ******************************************************************
      * CONTROLE DES DECISIONS : A OU R SUR UNE LIGNE AFFICHEE, PAS
      * SUR UN REPRICAGE CHARGE PAR L'OPERATEUR LUI-MEME, COMMENTAIRE
      * OBLIGATOIRE POUR UN REFUS
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
           IF CA-PV-ROW-KEY(WS-ROW-IDX) = SPACES
              OR CA-PV-ROW-KEY(WS-ROW-IDX) = LOW-VALUES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW ' : AUCUN REPRICAGE AFFICHE'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-DECISION(WS-ROW-IDX) TO PV-DECISION
           IF NOT PV-DECISION-VALID
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : DECISION A (APPROUVER) OU R (REFUSER)'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF CA-PV-ROW-LOADER(WS-ROW-IDX) = CA-LOGIN
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : VOUS AVEZ CHARGE CE REPRICAGE, DECISION PAR '
                     'UN AUTRE'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF PV-REFUSE
              AND WS-IN-COMMENT(WS-ROW-IDX) = SPACES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : MOTIF DU REFUS REQUIS (RENVOYE A L''EMETTEUR)'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DECIDED-COUNT
           .

      ******************************************************************
      * ENREGISTREMENT D'UNE DECISION : RELECTURE EN MISE A JOUR (LE
      * REPRICAGE A PU ETRE APPLIQUE OU REMPLACE PAR APPRPRC ENTRE-
      * TEMPS, L'AUTEUR DU CHARGEMENT EST DONC RECONTROLE), DECISION,
      * COMMENTAIRE, APPROBATEUR ET HORODATAGE, PUIS TRACE AUDIT03
      ******************************************************************
       SAVE-ONE-DECISION.
           MOVE CA-PV-ROW-KEY(WS-ROW-IDX) TO WS-PV-KEY
           EXEC CICS READ
                FILE('PRPEND03')
                INTO (PRPEND03-REC)
                RIDFLD(WS-PV-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              SUBTRACT 1 FROM WS-DECIDED-COUNT
              EXIT PARAGRAPH
           END-IF
           IF PV-LOADED-BY = CA-LOGIN
              EXEC CICS UNLOCK
                   FILE('PRPEND03')
                   RESP(WS-CD-ERR)
              END-EXEC
              SUBTRACT 1 FROM WS-DECIDED-COUNT
              ADD 1 TO WS-REFUSED-OWN
              EXIT PARAGRAPH
           END-IF

           PERFORM SET-DECISION-TS
           MOVE WS-IN-DECISION(WS-ROW-IDX) TO PV-DECISION
           MOVE WS-IN-COMMENT(WS-ROW-IDX)  TO PV-COMMENT
           MOVE CA-LOGIN                   TO PV-APPROVER
           MOVE WS-DECISION-TS             TO PV-DECISION-TS
           EXEC CICS REWRITE
                FILE('PRPEND03')
                FROM (PRPEND03-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              SUBTRACT 1 FROM WS-DECIDED-COUNT
              EXIT PARAGRAPH
           END-IF

           IF PV-APPROVE
              MOVE 'PRC APPR' TO WS-AUDIT-EVENT
           ELSE
              MOVE 'PRC REFU' TO WS-AUDIT-EVENT
           END-IF
           MOVE PV-OLD-PRICE TO WS-EDIT-OLD
           MOVE PV-NEW-PRICE TO WS-EDIT-NEW
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'P#:' PV-PROD-NO ' ANC:' WS-EDIT-OLD
                  ' NOUV:' WS-EDIT-NEW ' ' PV-COMMENT
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * RAPPEL DE LA PAGE AFFICHEE AVEC LA SAISIE EN ERREUR
      ******************************************************************
       ECHO-INPUT.
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           MOVE WS-IN-DECISION(1) TO P-D1O
           MOVE WS-IN-COMMENT(1)  TO P-M1O
           MOVE WS-IN-DECISION(2) TO P-D2O
           MOVE WS-IN-COMMENT(2)  TO P-M2O
           MOVE WS-IN-DECISION(3) TO P-D3O
           MOVE WS-IN-COMMENT(3)  TO P-M3O
           MOVE WS-IN-DECISION(4) TO P-D4O
           MOVE WS-IN-COMMENT(4)  TO P-M4O
           MOVE WS-IN-DECISION(5) TO P-D5O
           MOVE WS-IN-COMMENT(5)  TO P-M5O
           MOVE WS-IN-DECISION(6) TO P-D6O
           MOVE WS-IN-COMMENT(6)  TO P-M6O
           .

      ******************************************************************
      * AFFICHE LA PAGE CA-PV-PAGE DU FICHIER DE REVUE, AVEC LE
      * MESSAGE PAR DEFAUT
      ******************************************************************
       DISPLAY-REVIEW-PAGE.
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           IF WS-REC-COUNT = 0
              MOVE 'AUCUN REPRICAGE EN ATTENTE D''APPROBATION'
                 TO CA-LAST-MSG
           ELSE
              MOVE 'DECISION A/R ET COMMENTAIRE PUIS ENTER'
                 TO CA-LAST-MSG
           END-IF
           .

      ******************************************************************
      * CONSTRUCTION DES LIGNES DE LA PAGE : NOMBRE DE REPRICAGES (D'OU
      * LE NOMBRE DE PAGES), SAUT DES PAGES PRECEDENTES PUIS LECTURE
      * DES WS-ROW-MAX REPRICAGES DE LA PAGE, COMPLETES DE LA
      * DESCRIPTION ET DU PRIX D'ACHAT DU PRODUIT
      ******************************************************************
       DISPLAY-REVIEW-PAGE-ROWS.
           MOVE LOW-VALUES TO MAP14O
           MOVE SPACES TO WS-ROW-TABLE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-MAX
              MOVE SPACES TO CA-PV-ROW-KEY(WS-ROW-IDX)
              MOVE SPACES TO CA-PV-ROW-LOADER(WS-ROW-IDX)
           END-PERFORM
           MOVE 0 TO WS-ROW-COUNT

           PERFORM COUNT-REVIEW-RECORDS
           COMPUTE WS-PAGE-COUNT =
                   (WS-REC-COUNT + WS-ROW-MAX - 1) / WS-ROW-MAX
           IF WS-PAGE-COUNT = ZERO
              MOVE 1 TO WS-PAGE-COUNT
           END-IF
           IF CA-PV-PAGE > WS-PAGE-COUNT
              MOVE WS-PAGE-COUNT TO CA-PV-PAGE
           END-IF
           IF CA-PV-PAGE < 1
              MOVE 1 TO CA-PV-PAGE
           END-IF

           IF WS-REC-COUNT > 0
              PERFORM FETCH-PAGE-RECORDS
           END-IF
           PERFORM BUILD-PAGE-OUTPUT
           .

       COUNT-REVIEW-RECORDS.
           MOVE 0 TO WS-REC-COUNT
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-PV-EOF
              ADD 1 TO WS-REC-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

       FETCH-PAGE-RECORDS.
           COMPUTE WS-SKIP-COUNT = (CA-PV-PAGE - 1) * WS-ROW-MAX
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-PV-EOF OR WS-SKIP-COUNT = ZERO
              SUBTRACT 1 FROM WS-SKIP-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM UNTIL WS-PV-EOF OR WS-ROW-COUNT >= WS-ROW-MAX
              ADD 1 TO WS-ROW-COUNT
              PERFORM BUILD-ONE-ROW
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

      * POSITIONNEMENT EN DEBUT DE FICHIER ET PREMIERE LECTURE
       START-REVIEW-BROWSE.
           MOVE 'N' TO WS-PV-EOF-SW
           MOVE LOW-VALUES TO WS-PV-KEY
           EXEC CICS STARTBR
                FILE('PRPEND03')
                RIDFLD(WS-PV-KEY)
                GTEQ
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-PV-EOF-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REVIEW
           .

       READ-NEXT-REVIEW.
           EXEC CICS READNEXT
                FILE('PRPEND03')
                INTO (PRPEND03-REC)
                RIDFLD(WS-PV-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-PV-EOF-SW
           END-IF
           .

       END-REVIEW-BROWSE.
           EXEC CICS ENDBR
                FILE('PRPEND03')
                RESP(WS-CD-ERR)
           END-EXEC
           MOVE ZERO TO WS-CD-ERR
           .

      ******************************************************************
      * LIGNES DU REPRICAGE COURANT : CLE ET AUTEUR MEMORISES EN
      * COMMAREA, DESCRIPTION ET PRIX D'ACHAT LUS DANS API7.PRODUCTS,
      * VARIATION ET MARGES AVANT/APRES (PRIX D'ACHAT INCONNU = MARGES
      * A ZERO), PUIS LIGNE DESCRIPTION / AUTEUR / DECISION DEJA PRISE
      ******************************************************************
       BUILD-ONE-ROW.
           MOVE PV-PROD-NO   TO CA-PV-ROW-KEY(WS-ROW-COUNT)
           MOVE PV-LOADED-BY TO CA-PV-ROW-LOADER(WS-ROW-COUNT)
           MOVE PV-PROD-NO   TO H-PNO
           MOVE SPACES TO H-DESC
           MOVE +0 TO H-COST
           EXEC SQL
               SELECT COALESCE(DESCRIPTION,' '), COALESCE(COST,0)
                 INTO :H-DESC, :H-COST
                 FROM API7.PRODUCTS
                WHERE P_NO = :H-PNO
           END-EXEC
           IF SQLCODE = 100
              MOVE 'PRODUIT INCONNU EN BASE' TO H-DESC
           END-IF

           MOVE 0 TO WS-VAR-PCT WS-MG-OLD-PCT WS-MG-NEW-PCT
           IF PV-OLD-PRICE > 0
              COMPUTE WS-VAR-PCT ROUNDED =
                      (PV-NEW-PRICE - PV-OLD-PRICE) / PV-OLD-PRICE * 100
                 ON SIZE ERROR
                    MOVE 99999,9 TO WS-VAR-PCT
              END-COMPUTE
           END-IF
           IF H-COST > 0 AND PV-OLD-PRICE > 0
              COMPUTE WS-MG-OLD-PCT ROUNDED =
                      (PV-OLD-PRICE - H-COST) / PV-OLD-PRICE * 100
                 ON SIZE ERROR
                    MOVE -9999,9 TO WS-MG-OLD-PCT
              END-COMPUTE
           END-IF
           IF H-COST > 0 AND PV-NEW-PRICE > 0
              COMPUTE WS-MG-NEW-PCT ROUNDED =
                      (PV-NEW-PRICE - H-COST) / PV-NEW-PRICE * 100
                 ON SIZE ERROR
                    MOVE -9999,9 TO WS-MG-NEW-PCT
              END-COMPUTE
           END-IF

           MOVE PV-PROD-NO     TO RL-PNO
           MOVE PV-OLD-PRICE   TO RL-OLD
           MOVE PV-NEW-PRICE   TO RL-NEW
           MOVE WS-VAR-PCT     TO RL-VAR
           MOVE H-COST         TO RL-COST
           MOVE WS-MG-OLD-PCT  TO RL-MG-OLD
           MOVE WS-MG-NEW-PCT  TO RL-MG-NEW
           MOVE WS-ROW-LINE    TO WS-RW-LINE(WS-ROW-COUNT)
           MOVE PV-DECISION    TO WS-RW-DECISION(WS-ROW-COUNT)
           MOVE PV-COMMENT     TO WS-RW-COMMENT(WS-ROW-COUNT)

           MOVE H-DESC         TO IL-DESC
           IF PV-LOADED-BY = SPACES
              MOVE 'INCONNU'   TO IL-LOADER
           ELSE
              MOVE PV-LOADED-BY TO IL-LOADER
           END-IF
           MOVE SPACES TO IL-STATUS
           IF PV-UNDECIDED
              MOVE 'EN ATTENTE' TO IL-STATUS
           ELSE
              STRING PV-DECISION ' PAR ' PV-APPROVER
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
           MOVE WS-RW-LINE(1)     TO P-L1O
           MOVE WS-RW-INFO(1)     TO P-R1O
           MOVE WS-RW-DECISION(1) TO P-D1O
           MOVE WS-RW-COMMENT(1)  TO P-M1O
           MOVE WS-RW-LINE(2)     TO P-L2O
           MOVE WS-RW-INFO(2)     TO P-R2O
           MOVE WS-RW-DECISION(2) TO P-D2O
           MOVE WS-RW-COMMENT(2)  TO P-M2O
           MOVE WS-RW-LINE(3)     TO P-L3O
           MOVE WS-RW-INFO(3)     TO P-R3O
           MOVE WS-RW-DECISION(3) TO P-D3O
           MOVE WS-RW-COMMENT(3)  TO P-M3O
           MOVE WS-RW-LINE(4)     TO P-L4O
           MOVE WS-RW-INFO(4)     TO P-R4O
           MOVE WS-RW-DECISION(4) TO P-D4O
           MOVE WS-RW-COMMENT(4)  TO P-M4O
           MOVE WS-RW-LINE(5)     TO P-L5O
           MOVE WS-RW-INFO(5)     TO P-R5O
           MOVE WS-RW-DECISION(5) TO P-D5O
           MOVE WS-RW-COMMENT(5)  TO P-M5O
           MOVE WS-RW-LINE(6)     TO P-L6O
           MOVE WS-RW-INFO(6)     TO P-R6O
           MOVE WS-RW-DECISION(6) TO P-D6O
           MOVE WS-RW-COMMENT(6)  TO P-M6O

           MOVE CA-PV-PAGE    TO WS-EDIT-PAGE
           MOVE WS-PAGE-COUNT TO WS-EDIT-PAGES
           MOVE SPACES TO P-PAGEO
           STRING 'PAGE ' WS-EDIT-PAGE '/' WS-EDIT-PAGES
              DELIMITED BY SIZE INTO P-PAGEO
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
           MOVE 'PRCAPP03'  TO AU-PROGRAM
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
                RESP(WS-CD-ERR)
                END-EXEC
           .
