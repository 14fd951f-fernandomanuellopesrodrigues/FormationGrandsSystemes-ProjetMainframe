       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNDAPP03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      * CONFIRMATION DES ACTIONS SENSIBLES (DOUBLE VALIDATION) : UN
      * SEUL ADMINISTRATEUR POUVAIT DONNER LE ROLE ADMIN A UN AUTRE
      * COMPTE, DEVERROUILLER N'IMPORTE QUEL COMPTE OU FORCER UN
      * CHANGEMENT DE MOT DE PASSE (USRADM03), SUPPRIMER UNE PIECE
      * DONT DEPENDENT DES NOMENCLATURES (ADDP03) OU RETIRER UNE VALEUR
      * DU REFERENTIEL REFV03 (REFVMNT). CES ACTIONS SONT DESORMAIS
      * ENREGISTREES COMME DEMANDES DANS LE FICHIER CICS PNDACT03
      * (COPYBOOK PNDACT03) ET CETTE TRANSACTION, SUR LE PATRON
      * PRCAPP03 ET RESERVEE AU ROLE ADMINISTRATEUR (A), LES LISTE PAR
      * PAGES DE SIX AVEC LA CIBLE, LE DEMANDEUR ET LE DELAI RESTANT :
      * - ENTER : ENREGISTRE LES DECISIONS SAISIES, C = CONFIRMER
      *   (L'ACTION EST APPLIQUEE SUR LE CHAMP), X = REFUSER
      *   (COMMENTAIRE OBLIGATOIRE) ; LA DEMANDE EST ENSUITE SUPPRIMEE
      * - PF7/PF8 : PAGE PRECEDENTE/SUIVANTE, PF5 : RAFRAICHIR
      * LE DEMANDEUR NE PEUT PAS CONFIRMER SA PROPRE DEMANDE (IL PEUT
      * LA RETIRER PAR X). UNE DEMANDE NON CONFIRMEE DANS LES
      * WS-PENDING-MAX-HOURS HEURES EXPIRE : ELLE EST SUPPRIMEE SANS
      * EFFET A L'AFFICHAGE SUIVANT. CHAQUE ISSUE EST TRACEE DANS
      * AUDIT03 AVEC LE CONFIRMATEUR (AU-LOGIN) ET LE DEMANDEUR
      * (AU-REQUESTER) : MEME TYPE D'EVENEMENT QU'AVANT POUR UNE
      * ACTION CONFIRMEE (USER ROLE, USER UNLCK, USER PWDRS, PART DEL,
      * REFV DEL), PEND REFU, PEND EXPIR OU PEND ECHEC (CIBLE
      * DISPARUE ENTRE-TEMPS) SINON.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MAPSET-NAME     PIC X(4)   VALUE 'MS15'.
       01 WS-PGM-AUTH        PIC X(8)   VALUE 'AUTH03'.
       01 WS-TRANS-NAME      PIC X(5)   VALUE 'T03V'.
       01 WS-PGM-USERSX      PIC X(24)  VALUE 'USERS03'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10)  VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60)  VALUE SPACES.
       77 WS-AUDIT-REQUESTER PIC X(8)   VALUE SPACES.

      * CLE DE PARCOURS ET DE MISE A JOUR DU FICHIER PNDACT03
       01 WS-PA-KEY          PIC X(25)  VALUE LOW-VALUES.

      * DELAI DE CONFIRMATION D'UNE DEMANDE, EN HEURES
       77 WS-PENDING-MAX-HOURS PIC 9(3) VALUE 024.
       77 WS-MAX-SECS        PIC S9(9) COMP VALUE 0.
       77 WS-AGE-SECS        PIC S9(9) COMP VALUE 0.
       77 WS-LEFT-HOURS      PIC S9(5) COMP VALUE 0.
       77 WS-NOW-DATE        PIC 9(8)   VALUE 0.
       77 WS-NOW-TIME        PIC 9(6)   VALUE 0.
       77 WS-EXPIRED-SW      PIC X      VALUE 'N'.
          88 WS-REQ-EXPIRED            VALUE 'Y'.

      * DEMANDES EXPIREES RELEVEES PENDANT LE PARCOURS, SUPPRIMEES
      * ENSUITE (PAS DE MISE A JOUR PENDANT UN BROWSE)
       77 WS-EXP-MAX         PIC 9(2)   VALUE 20.
       77 WS-EXP-COUNT       PIC 9(2)   VALUE 0.
       77 WS-EXP-IDX         PIC 9(2)   VALUE 0.
       01 WS-EXP-TABLE.
          05 WS-EXP-KEY      PIC X(25)  OCCURS 20 TIMES.

      * PAGE AFFICHEE : SIX DEMANDES PAR PAGE
       77 WS-ROW-MAX         PIC 9(2)   VALUE 06.
       77 WS-ROW-IDX         PIC 9(2)   VALUE 0.
       77 WS-ROW-COUNT       PIC 9(2)   VALUE 0.
       77 WS-REC-COUNT       PIC 9(5)   VALUE 0.
       77 WS-PAGE-COUNT      PIC 9(3)   VALUE 0.
       77 WS-SKIP-COUNT      PIC 9(5)   VALUE 0.
       77 WS-EDIT-PAGE       PIC 9(3).
       77 WS-EDIT-PAGES      PIC 9(3).
       77 WS-PA-EOF-SW       PIC X      VALUE 'N'.
          88 WS-PA-EOF                 VALUE 'Y'.

       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY    OCCURS 6 TIMES.
             10 WS-RW-LINE     PIC X(60).
             10 WS-RW-INFO     PIC X(60).

      * LIGNE ACTION / CIBLE AFFICHEE (60 CARACTERES)
       01 WS-ROW-LINE.
          05 RL-ACTION       PIC X(22).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-TARGET       PIC X(21).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 RL-TARGET-NAME  PIC X(15).

      * LIGNE DEMANDEUR / HORODATAGE / DELAI RESTANT
       01 WS-INFO-LINE.
          05 FILLER          PIC X(4)   VALUE 'PAR '.
          05 IL-REQUESTER    PIC X(8).
          05 FILLER          PIC X(4)   VALUE ' LE '.
          05 IL-REQ-TS       PIC X(19).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 IL-REQ-PGM      PIC X(8).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 IL-STATUS       PIC X(15).

       77 WS-EDIT-HOURS      PIC ZZ9.

      * SAISIE DE LA PAGE : DECISION ET COMMENTAIRE PAR LIGNE
       01 WS-INPUT-TABLE.
          05 WS-IN-ENTRY     OCCURS 6 TIMES.
             10 WS-IN-DECISION PIC X(1).
                88 WS-IN-CONFIRM          VALUE 'C'.
                88 WS-IN-REFUSE           VALUE 'X'.
                88 WS-IN-VALID            VALUES 'C' 'X'.
             10 WS-IN-COMMENT  PIC X(20).
       77 WS-DECIDED-COUNT   PIC 9(2)   VALUE 0.
       77 WS-EDIT-ROW        PIC 9(1).

      * ISSUE DES DECISIONS DE LA PAGE
       77 WS-CNT-CONFIRMED   PIC 9(1)   VALUE 0.
       77 WS-CNT-REFUSED     PIC 9(1)   VALUE 0.
       77 WS-CNT-EXPIRED     PIC 9(1)   VALUE 0.
       77 WS-CNT-FAILED      PIC 9(1)   VALUE 0.

      * RESULTAT DE L'APPLICATION D'UNE ACTION CONFIRMEE
       77 WS-APPLY-SW        PIC X      VALUE SPACE.
          88 WS-APPLY-DONE             VALUE 'O'.
          88 WS-APPLY-NOTARGET         VALUE 'N'.
          88 WS-APPLY-ERROR            VALUE 'E'.

       77 WS-ERROR-SW        PIC X      VALUE 'N'.
          88 WS-ENTRY-ERROR            VALUE 'Y'.

      * MEME DISPOSITION QUE USERSX-REC DANS AUTH03
       01 USERSX-REC.
          05 U-LOGIN         PIC X(8).
          05 U-PASSWORD      PIC X(8).
          05 U-EMP-NO        PIC 9(5).
          05 U-LNAME         PIC X(20).
          05 U-FNAME         PIC X(20).
          05 U-FAILED-COUNT  PIC 9(2).
          05 U-LOCKED        PIC X(1).
             88 U-IS-LOCKED           VALUE 'Y'.
             88 U-NOT-LOCKED          VALUE 'N'.
          05 U-PASSWORD-DATE PIC 9(8).
          05 U-ROLE          PIC X(1).
             88 U-ROLE-ADMIN          VALUE 'A'.
             88 U-ROLE-USER           VALUE 'U'.
             88 U-ROLE-CREDIT         VALUE 'C'.
             88 U-ROLE-PRICING        VALUE 'P'.

      * DATE ANTIDATEE POUR FORCER L'EXPIRATION DU MOT DE PASSE
      * (MEME VALEUR QUE DANS USRADM03)
       77 WS-FORCED-PWD-DATE PIC 9(8)   VALUE 19000101.

      * MEME DISPOSITION QUE PARTSX-REC DANS ADDP03
       01 PARTSX-REC.
          05 P-PART-NO       PIC X(3).
          05 P-PART-NAME     PIC X(20).
          05 P-COLOR         PIC X(10).
          05 P-WEIGHT        PIC 9(3).
          05 P-CITY          PIC X(15).

      * CLE DU FICHIER DE REFERENCE REFV03 (TYPE + VALEUR)
       01 WS-REFV-KEY        PIC X(21).

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
       COPY MS15.
       COPY AUDIT03.
       COPY PNDACT03.

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
      * PAGE AFFICHEE ET CLES DES SIX DEMANDES DE LA PAGE, POUR
      * RATTACHER LES DECISIONS SAISIES A LEUR ENREGISTREMENT
          05 CA-PA-PAGE      PIC 9(3).
          05 CA-PA-ROW-KEY   PIC X(25)  OCCURS 6 TIMES.
          05 FILLER          PIC X(4).

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
           IF NOT CA-ROLE-ADMIN
              IF EIBAID = DFHPF3
                 PERFORM SEND-GOODBYE
              END-IF
              MOVE 'ACCES REFUSE - ROLE INSUFFISANT' TO CA-LAST-MSG
              MOVE LOW-VALUES TO MAP15O
              PERFORM SEND-FORM
           END-IF

           IF EIBAID = DFHNULL
              MOVE 1 TO CA-PA-PAGE
              PERFORM DISPLAY-REVIEW-PAGE
              PERFORM SEND-FORM
           END-IF

           PERFORM HANDLE-TOUCHE
           MOVE EIBTIME TO CA-LAST-TIME
           PERFORM SEND-FORM
           .
      ******************************************************************
      * AFFICHE L'ECRAN DE CONFIRMATION
      ******************************************************************
       SEND-FORM.
           MOVE CA-LAST-MSG TO V-MSGO
           MOVE CA-LOGIN    TO V-OPERO

           EXEC CICS SEND
                MAP('MAP15A')
                MAPSET('MS15')
                FROM (MAP15O)
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
                IF CA-PA-PAGE > 1
                   SUBTRACT 1 FROM CA-PA-PAGE
                END-IF
                PERFORM DISPLAY-REVIEW-PAGE
           WHEN DFHPF8
                ADD 1 TO CA-PA-PAGE
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
      * PUIS APPLICATION ; UNE ERREUR SUR UNE LIGNE N'APPLIQUE RIEN ET
      * LAISSE LA SAISIE A L'ECRAN
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

           MOVE 0 TO WS-CNT-CONFIRMED WS-CNT-REFUSED
                     WS-CNT-EXPIRED WS-CNT-FAILED
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-MAX
              IF WS-IN-DECISION(WS-ROW-IDX) NOT = SPACE
                 PERFORM SAVE-ONE-DECISION
              END-IF
           END-PERFORM
           EXEC CICS SYNCPOINT END-EXEC

           PERFORM DISPLAY-REVIEW-PAGE
           MOVE SPACES TO CA-LAST-MSG
           STRING 'CONFIRMEES : ' WS-CNT-CONFIRMED
                  '  REFUSEES : ' WS-CNT-REFUSED
                  '  EXPIREES : ' WS-CNT-EXPIRED
                  '  ECHECS : '   WS-CNT-FAILED
              DELIMITED BY SIZE INTO CA-LAST-MSG
           END-STRING
           .

      ******************************************************************
      * RECUPERATION DE L'ECRAN
      ******************************************************************
       RECEIVE-FORM.
           MOVE 'N' TO WS-ERROR-SW
           EXEC CICS RECEIVE
                MAP('MAP15A')
                MAPSET('MS15')
                INTO (MAP15I)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR RECEIVE' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF

           MOVE V-D1I TO WS-IN-DECISION(1)
           MOVE V-M1I TO WS-IN-COMMENT(1)
           MOVE V-D2I TO WS-IN-DECISION(2)
           MOVE V-M2I TO WS-IN-COMMENT(2)
           MOVE V-D3I TO WS-IN-DECISION(3)
           MOVE V-M3I TO WS-IN-COMMENT(3)
           MOVE V-D4I TO WS-IN-DECISION(4)
           MOVE V-M4I TO WS-IN-COMMENT(4)
           MOVE V-D5I TO WS-IN-DECISION(5)
           MOVE V-M5I TO WS-IN-COMMENT(5)
           MOVE V-D6I TO WS-IN-DECISION(6)
           MOVE V-M6I TO WS-IN-COMMENT(6)
           INSPECT WS-INPUT-TABLE REPLACING ALL LOW-VALUE BY SPACE
           .

      ******************************************************************
      * CONTROLE DES DECISIONS : C OU X SUR UNE LIGNE AFFICHEE, MOTIF
      * OBLIGATOIRE POUR UN REFUS, PAS DE CONFIRMATION D'UNE DEMANDE
      * EMISE PAR L'OPERATEUR LUI-MEME (RELECTURE DE LA DEMANDE)
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
           IF CA-PA-ROW-KEY(WS-ROW-IDX) = SPACES
              OR CA-PA-ROW-KEY(WS-ROW-IDX) = LOW-VALUES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW ' : AUCUNE DEMANDE AFFICHEE'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-IN-VALID(WS-ROW-IDX)
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : DECISION C (CONFIRMER) OU X (REFUSER)'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-IN-REFUSE(WS-ROW-IDX)
              AND WS-IN-COMMENT(WS-ROW-IDX) = SPACES
              MOVE SPACES TO CA-LAST-MSG
              STRING 'LIGNE ' WS-EDIT-ROW
                     ' : MOTIF DU REFUS REQUIS'
                 DELIMITED BY SIZE INTO CA-LAST-MSG
              END-STRING
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-IN-CONFIRM(WS-ROW-IDX)
              MOVE CA-PA-ROW-KEY(WS-ROW-IDX) TO WS-PA-KEY
              EXEC CICS READ
                   FILE('PNDACT03')
                   INTO (PNDACT03-REC)
                   RIDFLD(WS-PA-KEY)
                   RESP(WS-CD-ERR)
              END-EXEC
              IF WS-CD-ERR = DFHRESP(NORMAL)
                 AND PA-REQUESTER = CA-LOGIN
                 MOVE SPACES TO CA-LAST-MSG
                 STRING 'LIGNE ' WS-EDIT-ROW
                        ' : VOUS AVEZ EMIS CETTE DEMANDE, CONFIRMATION'
                        ' PAR UN AUTRE'
                    DELIMITED BY SIZE INTO CA-LAST-MSG
                 END-STRING
                 MOVE 'Y' TO WS-ERROR-SW
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-DECIDED-COUNT
           .

      ******************************************************************
      * TRAITEMENT D'UNE DECISION : RELECTURE EN MISE A JOUR (LA
      * DEMANDE A PU ETRE TRAITEE PAR UN AUTRE ADMINISTRATEUR OU
      * EXPIRER ENTRE-TEMPS, LE DEMANDEUR EST DONC RECONTROLE), PUIS
      * APPLICATION OU REFUS, SUPPRESSION DE LA DEMANDE ET TRACE
      ******************************************************************
       SAVE-ONE-DECISION.
           MOVE CA-PA-ROW-KEY(WS-ROW-IDX) TO WS-PA-KEY
           EXEC CICS READ
                FILE('PNDACT03')
                INTO (PNDACT03-REC)
                RIDFLD(WS-PA-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE PA-REQUESTER TO WS-AUDIT-REQUESTER

           PERFORM CHECK-REQUEST-AGE
           IF WS-REQ-EXPIRED
              PERFORM DELETE-PENDING-REQUEST
              MOVE 'PEND EXPIR' TO WS-AUDIT-EVENT
              PERFORM WRITE-REQUEST-AUDIT
              ADD 1 TO WS-CNT-EXPIRED
              EXIT PARAGRAPH
           END-IF

           IF WS-IN-REFUSE(WS-ROW-IDX)
              PERFORM DELETE-PENDING-REQUEST
              MOVE 'PEND REFU' TO WS-AUDIT-EVENT
              PERFORM WRITE-REQUEST-AUDIT
              ADD 1 TO WS-CNT-REFUSED
              EXIT PARAGRAPH
           END-IF

           IF PA-REQUESTER = CA-LOGIN
              EXEC CICS UNLOCK
                   FILE('PNDACT03')
                   RESP(WS-CD-ERR)
              END-EXEC
              ADD 1 TO WS-CNT-FAILED
              EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-PENDING-ACTION
           EVALUATE TRUE
           WHEN WS-APPLY-DONE
                PERFORM DELETE-PENDING-REQUEST
                PERFORM WRITE-REQUEST-AUDIT
                ADD 1 TO WS-CNT-CONFIRMED
           WHEN WS-APPLY-NOTARGET
                PERFORM DELETE-PENDING-REQUEST
                MOVE 'PEND ECHEC' TO WS-AUDIT-EVENT
                PERFORM WRITE-REQUEST-AUDIT
                ADD 1 TO WS-CNT-FAILED
           WHEN OTHER
                EXEC CICS UNLOCK
                     FILE('PNDACT03')
                     RESP(WS-CD-ERR)
                END-EXEC
                ADD 1 TO WS-CNT-FAILED
           END-EVALUATE
           .

      ******************************************************************
      * APPLICATION DE L'ACTION CONFIRMEE, SELON PA-ACTION ; POSITIONNE
      * L'EVENEMENT D'AUDIT DE L'ACTION ET WS-APPLY-SW (O = APPLIQUEE,
      * N = CIBLE DISPARUE, E = ERREUR FICHIER, DEMANDE CONSERVEE)
      ******************************************************************
       APPLY-PENDING-ACTION.
           MOVE 'E' TO WS-APPLY-SW
           EVALUATE TRUE
           WHEN PA-ACT-ROLE-ADMIN
                MOVE 'USER ROLE'  TO WS-AUDIT-EVENT
                PERFORM APPLY-USER-ACTION
           WHEN PA-ACT-UNLOCK
                MOVE 'USER UNLCK' TO WS-AUDIT-EVENT
                PERFORM APPLY-USER-ACTION
           WHEN PA-ACT-PWDRESET
                MOVE 'USER PWDRS' TO WS-AUDIT-EVENT
                PERFORM APPLY-USER-ACTION
           WHEN PA-ACT-PART-DEL
                MOVE 'PART DEL'   TO WS-AUDIT-EVENT
                PERFORM APPLY-PART-DELETE
           WHEN PA-ACT-REFV-DEL
                MOVE 'REFV DEL'   TO WS-AUDIT-EVENT
                PERFORM APPLY-REFV-DELETE
           WHEN OTHER
                MOVE 'N' TO WS-APPLY-SW
           END-EVALUATE
           .

      * MISE A JOUR DU COMPTE CIBLE, MEMES REGLES QUE USRADM03
       APPLY-USER-ACTION.
           MOVE PA-TGT-LOGIN TO U-LOGIN
           EXEC CICS READ
                FILE(WS-PGM-USERSX)
                INTO (USERSX-REC)
                RIDFLD(U-LOGIN)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR = DFHRESP(NOTFND)
              MOVE 'N' TO WS-APPLY-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
           WHEN PA-ACT-ROLE-ADMIN
                MOVE 'A' TO U-ROLE
           WHEN PA-ACT-UNLOCK
                MOVE 'N' TO U-LOCKED
                MOVE ZERO TO U-FAILED-COUNT
           WHEN PA-ACT-PWDRESET
                MOVE WS-FORCED-PWD-DATE TO U-PASSWORD-DATE
           END-EVALUATE
           EXEC CICS REWRITE
                FILE(WS-PGM-USERSX)
                FROM (USERSX-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR = DFHRESP(NORMAL)
              MOVE 'O' TO WS-APPLY-SW
           END-IF
           .

       APPLY-PART-DELETE.
           EXEC CICS DELETE
                FILE('PARTS03')
                RIDFLD(PA-TGT-PART-NO)
                RESP(WS-CD-ERR)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-CD-ERR = DFHRESP(NORMAL)
                MOVE 'O' TO WS-APPLY-SW
           WHEN WS-CD-ERR = DFHRESP(NOTFND)
                MOVE 'N' TO WS-APPLY-SW
           END-EVALUATE
           .

       APPLY-REFV-DELETE.
           MOVE PA-TARGET TO WS-REFV-KEY
           EXEC CICS DELETE
                FILE('REFV03')
                RIDFLD(WS-REFV-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-CD-ERR = DFHRESP(NORMAL)
                MOVE 'O' TO WS-APPLY-SW
           WHEN WS-CD-ERR = DFHRESP(NOTFND)
                MOVE 'N' TO WS-APPLY-SW
           END-EVALUATE
           .

      * SUPPRESSION DE LA DEMANDE LUE EN MISE A JOUR
       DELETE-PENDING-REQUEST.
           EXEC CICS DELETE
                FILE('PNDACT03')
                RESP(WS-CD-ERR)
           END-EXEC
           .

      ******************************************************************
      * TRACE D'UNE DEMANDE TRAITEE : CIBLE, DEMANDEUR ET COMMENTAIRE
      * DANS LE DETAIL, DEMANDEUR DANS AU-REQUESTER
      ******************************************************************
       WRITE-REQUEST-AUDIT.
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING PA-ACTION ' ' PA-TARGET ' DEM:' PA-REQUESTER ' '
                  WS-IN-COMMENT(WS-ROW-IDX)
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * AGE DE LA DEMANDE COURANTE EN SECONDES (JOURS ECOULES DEPUIS
      * PA-REQ-DATE PLUS ECART D'HEURE) ET SWITCH D'EXPIRATION AU-DELA
      * DE WS-PENDING-MAX-HOURS ; UNE DATE ILLISIBLE VAUT EXPIRATION
      ******************************************************************
       CHECK-REQUEST-AGE.
           MOVE 'N' TO WS-EXPIRED-SW
           COMPUTE WS-MAX-SECS = WS-PENDING-MAX-HOURS * 3600
           IF PA-REQ-DATE NOT NUMERIC OR PA-REQ-DATE = ZERO
              OR PA-REQ-TIME NOT NUMERIC
              MOVE 'Y' TO WS-EXPIRED-SW
              MOVE WS-MAX-SECS TO WS-AGE-SECS
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           COMPUTE WS-AGE-SECS =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                  - FUNCTION INTEGER-OF-DATE(PA-REQ-DATE)) * 86400
           MOVE WS-NOW-TIME TO WS-TIME-IN
           PERFORM SPLIT-TIME-TO-SECS
           ADD WS-TIME-SECS-OUT TO WS-AGE-SECS
           MOVE PA-REQ-TIME TO WS-TIME-IN
           PERFORM SPLIT-TIME-TO-SECS
           SUBTRACT WS-TIME-SECS-OUT FROM WS-AGE-SECS
           IF WS-AGE-SECS > WS-MAX-SECS
              MOVE 'Y' TO WS-EXPIRED-SW
           END-IF
           .

      ******************************************************************
      * RAPPEL DE LA PAGE AFFICHEE AVEC LA SAISIE EN ERREUR
      ******************************************************************
       ECHO-INPUT.
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           MOVE WS-IN-DECISION(1) TO V-D1O
           MOVE WS-IN-COMMENT(1)  TO V-M1O
           MOVE WS-IN-DECISION(2) TO V-D2O
           MOVE WS-IN-COMMENT(2)  TO V-M2O
           MOVE WS-IN-DECISION(3) TO V-D3O
           MOVE WS-IN-COMMENT(3)  TO V-M3O
           MOVE WS-IN-DECISION(4) TO V-D4O
           MOVE WS-IN-COMMENT(4)  TO V-M4O
           MOVE WS-IN-DECISION(5) TO V-D5O
           MOVE WS-IN-COMMENT(5)  TO V-M5O
           MOVE WS-IN-DECISION(6) TO V-D6O
           MOVE WS-IN-COMMENT(6)  TO V-M6O
           .

      ******************************************************************
      * AFFICHE LA PAGE CA-PA-PAGE DES DEMANDES EN ATTENTE, AVEC LE
      * MESSAGE PAR DEFAUT
      ******************************************************************
       DISPLAY-REVIEW-PAGE.
           PERFORM PURGE-EXPIRED-REQUESTS
           PERFORM DISPLAY-REVIEW-PAGE-ROWS
           IF WS-REC-COUNT = 0
              MOVE 'AUCUNE ACTION SENSIBLE EN ATTENTE DE CONFIRMATION'
                 TO CA-LAST-MSG
           ELSE
              MOVE 'DECISION C/X ET COMMENTAIRE PUIS ENTER'
                 TO CA-LAST-MSG
           END-IF
           .

      ******************************************************************
      * EXPIRATION DES DEMANDES NON CONFIRMEES DANS LE DELAI : RELEVE
      * DES CLES PENDANT LE PARCOURS (WS-EXP-MAX PAR AFFICHAGE, LE
      * RESTE A L'AFFICHAGE SUIVANT), PUIS SUPPRESSION ET TRACE
      ******************************************************************
       PURGE-EXPIRED-REQUESTS.
           MOVE 0 TO WS-EXP-COUNT
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-PA-EOF OR WS-EXP-COUNT >= WS-EXP-MAX
              PERFORM CHECK-REQUEST-AGE
              IF WS-REQ-EXPIRED
                 ADD 1 TO WS-EXP-COUNT
                 MOVE PA-KEY TO WS-EXP-KEY(WS-EXP-COUNT)
              END-IF
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE

           IF WS-EXP-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INPUT-TABLE
           MOVE 1 TO WS-ROW-IDX
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
              PERFORM EXPIRE-ONE-REQUEST
           END-PERFORM
           EXEC CICS SYNCPOINT END-EXEC
           .

       EXPIRE-ONE-REQUEST.
           MOVE WS-EXP-KEY(WS-EXP-IDX) TO WS-PA-KEY
           EXEC CICS READ
                FILE('PNDACT03')
                INTO (PNDACT03-REC)
                RIDFLD(WS-PA-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE PA-REQUESTER TO WS-AUDIT-REQUESTER
           PERFORM DELETE-PENDING-REQUEST
           MOVE 'PEND EXPIR' TO WS-AUDIT-EVENT
           PERFORM WRITE-REQUEST-AUDIT
           .

      ******************************************************************
      * CONSTRUCTION DES LIGNES DE LA PAGE : NOMBRE DE DEMANDES (D'OU
      * LE NOMBRE DE PAGES), SAUT DES PAGES PRECEDENTES PUIS LECTURE
      * DES WS-ROW-MAX DEMANDES DE LA PAGE
      ******************************************************************
       DISPLAY-REVIEW-PAGE-ROWS.
           MOVE LOW-VALUES TO MAP15O
           MOVE SPACES TO WS-ROW-TABLE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-MAX
              MOVE SPACES TO CA-PA-ROW-KEY(WS-ROW-IDX)
           END-PERFORM
           MOVE 0 TO WS-ROW-COUNT

           PERFORM COUNT-REVIEW-RECORDS
           COMPUTE WS-PAGE-COUNT =
                   (WS-REC-COUNT + WS-ROW-MAX - 1) / WS-ROW-MAX
           IF WS-PAGE-COUNT = ZERO
              MOVE 1 TO WS-PAGE-COUNT
           END-IF
           IF CA-PA-PAGE > WS-PAGE-COUNT
              MOVE WS-PAGE-COUNT TO CA-PA-PAGE
           END-IF
           IF CA-PA-PAGE < 1
              MOVE 1 TO CA-PA-PAGE
           END-IF

           IF WS-REC-COUNT > 0
              PERFORM FETCH-PAGE-RECORDS
           END-IF
           PERFORM BUILD-PAGE-OUTPUT
           .

       COUNT-REVIEW-RECORDS.
           MOVE 0 TO WS-REC-COUNT
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-PA-EOF
              ADD 1 TO WS-REC-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

       FETCH-PAGE-RECORDS.
           COMPUTE WS-SKIP-COUNT = (CA-PA-PAGE - 1) * WS-ROW-MAX
           PERFORM START-REVIEW-BROWSE
           PERFORM UNTIL WS-PA-EOF OR WS-SKIP-COUNT = ZERO
              SUBTRACT 1 FROM WS-SKIP-COUNT
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM UNTIL WS-PA-EOF OR WS-ROW-COUNT >= WS-ROW-MAX
              ADD 1 TO WS-ROW-COUNT
              PERFORM BUILD-ONE-ROW
              PERFORM READ-NEXT-REVIEW
           END-PERFORM
           PERFORM END-REVIEW-BROWSE
           .

      * POSITIONNEMENT EN DEBUT DE FICHIER ET PREMIERE LECTURE
       START-REVIEW-BROWSE.
           MOVE 'N' TO WS-PA-EOF-SW
           MOVE LOW-VALUES TO WS-PA-KEY
           EXEC CICS STARTBR
                FILE('PNDACT03')
                RIDFLD(WS-PA-KEY)
                GTEQ
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-PA-EOF-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REVIEW
           .

       READ-NEXT-REVIEW.
           EXEC CICS READNEXT
                FILE('PNDACT03')
                INTO (PNDACT03-REC)
                RIDFLD(WS-PA-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-PA-EOF-SW
           END-IF
           .

       END-REVIEW-BROWSE.
           EXEC CICS ENDBR
                FILE('PNDACT03')
                RESP(WS-CD-ERR)
           END-EXEC
           MOVE ZERO TO WS-CD-ERR
           .

      ******************************************************************
      * LIGNES DE LA DEMANDE COURANTE : CLE MEMORISEE EN COMMAREA,
      * LIBELLE DE L'ACTION, CIBLE ET SON NOM (COMPTE USERS03 OU PIECE
      * PARTS03), PUIS DEMANDEUR, HORODATAGE ET HEURES RESTANTES
      ******************************************************************
       BUILD-ONE-ROW.
           MOVE PA-KEY TO CA-PA-ROW-KEY(WS-ROW-COUNT)
           MOVE SPACES TO WS-ROW-LINE
           MOVE PA-TARGET TO RL-TARGET
           EVALUATE TRUE
           WHEN PA-ACT-ROLE-ADMIN
                MOVE 'PASSAGE AU ROLE ADMIN' TO RL-ACTION
                PERFORM READ-TARGET-USER
           WHEN PA-ACT-UNLOCK
                MOVE 'DEVERROUILLAGE COMPTE' TO RL-ACTION
                PERFORM READ-TARGET-USER
           WHEN PA-ACT-PWDRESET
                MOVE 'MOT DE PASSE FORCE'    TO RL-ACTION
                PERFORM READ-TARGET-USER
           WHEN PA-ACT-PART-DEL
                MOVE 'SUPPRESSION PIECE'     TO RL-ACTION
                PERFORM READ-TARGET-PART
           WHEN PA-ACT-REFV-DEL
                MOVE 'RETRAIT VALEUR REFV03' TO RL-ACTION
           WHEN OTHER
                MOVE PA-ACTION               TO RL-ACTION
           END-EVALUATE
           MOVE WS-ROW-LINE TO WS-RW-LINE(WS-ROW-COUNT)

           MOVE PA-REQUESTER   TO IL-REQUESTER
           MOVE PA-REQ-TS      TO IL-REQ-TS
           MOVE PA-REQ-PGM     TO IL-REQ-PGM
           MOVE SPACES TO IL-STATUS
           PERFORM CHECK-REQUEST-AGE
           IF WS-REQ-EXPIRED
              MOVE 'EXPIREE' TO IL-STATUS
           ELSE
              COMPUTE WS-LEFT-HOURS =
                      (WS-MAX-SECS - WS-AGE-SECS) / 3600
              MOVE WS-LEFT-HOURS TO WS-EDIT-HOURS
              STRING 'EXPIRE DANS' WS-EDIT-HOURS 'H'
                 DELIMITED BY SIZE INTO IL-STATUS
              END-STRING
           END-IF
           MOVE WS-INFO-LINE   TO WS-RW-INFO(WS-ROW-COUNT)
           .

       READ-TARGET-USER.
           MOVE PA-TGT-LOGIN TO U-LOGIN
           EXEC CICS READ
                FILE(WS-PGM-USERSX)
                INTO (USERSX-REC)
                RIDFLD(U-LOGIN)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR = DFHRESP(NORMAL)
              MOVE U-LNAME TO RL-TARGET-NAME
           ELSE
              MOVE 'COMPTE INCONNU' TO RL-TARGET-NAME
           END-IF
           .

       READ-TARGET-PART.
           MOVE PA-TGT-PART-NO TO P-PART-NO
           EXEC CICS READ
                FILE('PARTS03')
                INTO (PARTSX-REC)
                RIDFLD(P-PART-NO)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR = DFHRESP(NORMAL)
              MOVE P-PART-NAME TO RL-TARGET-NAME
           ELSE
              MOVE 'PIECE INCONNUE' TO RL-TARGET-NAME
           END-IF
           .

      ******************************************************************
      * REPORT DES LIGNES DE LA PAGE SUR LES ZONES ECRAN ET COMPTEUR
      * PAGE N/M
      ******************************************************************
       BUILD-PAGE-OUTPUT.
           MOVE WS-RW-LINE(1)     TO V-L1O
           MOVE WS-RW-INFO(1)     TO V-R1O
           MOVE WS-RW-LINE(2)     TO V-L2O
           MOVE WS-RW-INFO(2)     TO V-R2O
           MOVE WS-RW-LINE(3)     TO V-L3O
           MOVE WS-RW-INFO(3)     TO V-R3O
           MOVE WS-RW-LINE(4)     TO V-L4O
           MOVE WS-RW-INFO(4)     TO V-R4O
           MOVE WS-RW-LINE(5)     TO V-L5O
           MOVE WS-RW-INFO(5)     TO V-R5O
           MOVE WS-RW-LINE(6)     TO V-L6O
           MOVE WS-RW-INFO(6)     TO V-R6O

           MOVE CA-PA-PAGE    TO WS-EDIT-PAGE
           MOVE WS-PAGE-COUNT TO WS-EDIT-PAGES
           MOVE SPACES TO V-PAGEO
           STRING 'PAGE ' WS-EDIT-PAGE '/' WS-EDIT-PAGES
              DELIMITED BY SIZE INTO V-PAGEO
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
           MOVE 'PNDAPP03'  TO AU-PROGRAM
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           MOVE WS-AUDIT-REQUESTER TO AU-REQUESTER
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
                RESP(WS-CD-ERR)
                END-EXEC
           .
