      * FORCER UN CHANGEMENT DE MOT DE PASSE EN ANTIDATANT
      * U-PASSWORD-DATE (P) ET CHANGER LE ROLE (O), CHAQUE ACTION
      * ETANT TRACEE DANS LA PISTE D'AUDIT AUDIT03.
      * LES ACTIONS SENSIBLES (PASSAGE AU ROLE ADMIN, DEVERROUILLAGE,
      * CHANGEMENT DE MOT DE PASSE FORCE) NE SONT PLUS APPLIQUEES PAR
      * UN SEUL ADMINISTRATEUR : ELLES SONT ENREGISTREES COMME DEMANDES
      * EN ATTENTE DANS PNDACT03 (COPYBOOK PNDACT03) ET N'ONT D'EFFET
      * QU'APRES CONFIRMATION PAR UN AUTRE ADMINISTRATEUR DANS
      * PNDAPP03 (T03V, OPTION B DU MENU).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
          05 U-ROLE          PIC X(1).
             88 U-ROLE-ADMIN          VALUE 'A'.
             88 U-ROLE-USER           VALUE 'U'.
             88 U-ROLE-CREDIT         VALUE 'C'.
             88 U-ROLE-PRICING        VALUE 'P'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10)  VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60)  VALUE SPACES.
       77 WS-AUDIT-REQUESTER PIC X(8)   VALUE SPACES.

      * ACTION SENSIBLE A FAIRE CONFIRMER (CODE PA-ACTION DE PNDACT03)
       77 WS-PEND-ACTION     PIC X(4)   VALUE SPACES.

      * SAISIE DE L'ECRAN D'ADMINISTRATION
       77 WS-ADM-LOGIN       PIC X(8)   VALUE SPACES.
       COPY DFHAID.
       COPY MS05.
       COPY AUDIT03.
       COPY PNDACT03.

       LINKAGE SECTION.
       01 DFHCOMMAREA        PIC X(256).
          05 CA-ROLE         PIC X(1).
             88 CA-ROLE-ADMIN         VALUE 'A'.
             88 CA-ROLE-USER          VALUE 'U'.
             88 CA-ROLE-CREDIT        VALUE 'C'.
             88 CA-ROLE-PRICING       VALUE 'P'.
          05 CA-LAST-MSG     PIC X(78).
          05 CA-LAST-TIME    PIC 9(6).
          05 FILLER          PIC X(157).
           .

      ******************************************************************
      * DEVERROUILLAGE D'UN COMPTE (ET REMISE A ZERO DES ECHECS) :
      * ACTION SENSIBLE, ENREGISTREE EN ATTENTE DE CONFIRMATION ;
      * PNDAPP03 REMET U-LOCKED A 'N' ET LES ECHECS A ZERO
      ******************************************************************
       UNLOCK-USER.
           PERFORM READ-USER
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           IF U-NOT-LOCKED
              MOVE 'COMPTE NON VERROUILLE' TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF
           MOVE 'UNLK' TO WS-PEND-ACTION
           PERFORM REGISTER-PENDING-ACTION
           .

      ******************************************************************
           .

      ******************************************************************
      * FORCE LE CHANGEMENT DE MOT DE PASSE : ACTION SENSIBLE,
      * ENREGISTREE EN ATTENTE DE CONFIRMATION ; PNDAPP03 ANTIDATE
      * U-PASSWORD-DATE ET AUTH03 EXIGERA UN NOUVEAU MOT DE PASSE A
      * LA PROCHAINE CONNEXION (CHECK-PASSWORD-AGE)
      ******************************************************************
       FORCE-PASSWORD-RESET.
           PERFORM READ-USER
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'PWDR' TO WS-PEND-ACTION
           PERFORM REGISTER-PENDING-ACTION
           .

      ******************************************************************
      * CHANGEMENT DE ROLE (VALEUR = A, U, C OU P ; C = SERVICE
      * CREDIT, SEUL ROLE AVEC L'ADMINISTRATEUR A ACCEDER A LA REVUE
      * DES COMMANDES EN ATTENTE CREDIT CRDREV03 ; P = RESPONSABLE
      * TARIFS, SEUL ROLE AVEC L'ADMINISTRATEUR A APPROUVER LES
      * REPRICAGES EN ATTENTE PRCAPP03). LE PASSAGE AU ROLE ADMIN EST
      * UNE ACTION SENSIBLE, ENREGISTREE EN ATTENTE DE CONFIRMATION ;
      * LES AUTRES CHANGEMENTS DE ROLE SONT APPLIQUES IMMEDIATEMENT
      ******************************************************************
       CHANGE-ROLE.
           IF WS-ADM-VALUE(1:1) NOT = 'A'
              AND WS-ADM-VALUE(1:1) NOT = 'U'
              AND WS-ADM-VALUE(1:1) NOT = 'C'
              AND WS-ADM-VALUE(1:1) NOT = 'P'
              MOVE 'ROLE INVALIDE (A, U, C OU P ATTENDU EN VALEUR)'
                 TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF
           IF WS-ADM-VALUE(1:1) = 'A'
              PERFORM READ-USER
              IF WS-CD-ERR NOT = DFHRESP(NORMAL)
                 EXIT PARAGRAPH
              END-IF
              IF U-ROLE-ADMIN
                 MOVE 'LE COMPTE A DEJA LE ROLE ADMIN' TO CA-LAST-MSG
                 EXIT PARAGRAPH
              END-IF
              MOVE 'ROLA' TO WS-PEND-ACTION
              PERFORM REGISTER-PENDING-ACTION
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-USER-FOR-UPDATE
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           .

      ******************************************************************
      * LECTURE SIMPLE DE L'UTILISATEUR CIBLE (CONTROLE AVANT DEMANDE)
      ******************************************************************
       READ-USER.
           MOVE WS-ADM-LOGIN TO U-LOGIN
           EXEC CICS
                READ FILE(WS-PGM-USERSX)
                INTO (USERSX-REC)
                RIDFLD(U-LOGIN)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'UTILISATEUR INCONNU' TO CA-LAST-MSG
           END-IF
           .

       REWRITE-USER.
           EXEC CICS
                REWRITE FILE(WS-PGM-USERSX)
           END-IF
           .

      ******************************************************************
      * ENREGISTREMENT D'UNE DEMANDE D'ACTION SENSIBLE (WS-PEND-ACTION)
      * SUR LE COMPTE CIBLE DANS PNDACT03, TRACEE DANS AUDIT03 AVEC
      * L'ADMINISTRATEUR DEMANDEUR ; UNE SEULE DEMANDE EN ATTENTE PAR
      * ACTION ET PAR COMPTE (CLE DU FICHIER)
      ******************************************************************
       REGISTER-PENDING-ACTION.
           MOVE SPACES TO PNDACT03-REC
           MOVE WS-PEND-ACTION TO PA-ACTION
           MOVE WS-ADM-LOGIN   TO PA-TGT-LOGIN
           MOVE CA-LOGIN       TO PA-REQUESTER
           MOVE 'USRADM03'     TO PA-REQ-PGM
           MOVE FUNCTION CURRENT-DATE(1:8) TO PA-REQ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PA-REQ-TIME
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO PA-REQ-TS
           END-STRING

           EXEC CICS WRITE
                FILE('PNDACT03')
                FROM (PNDACT03-REC)
                RIDFLD(PA-KEY)
                RESP(WS-CD-ERR)
           END-EXEC

           IF WS-CD-ERR = DFHRESP(NORMAL)
              MOVE 'DEMANDE ENREGISTREE, A CONFIRMER (MENU B)'
                 TO CA-LAST-MSG
              MOVE SPACES TO WS-AUDIT-EVENT
              STRING 'PEND ' PA-ACTION
                 DELIMITED BY SIZE INTO WS-AUDIT-EVENT
              END-STRING
              MOVE CA-LOGIN TO WS-AUDIT-REQUESTER
              PERFORM WRITE-ADMIN-AUDIT
              MOVE SPACES TO WS-AUDIT-REQUESTER
           ELSE
              IF WS-CD-ERR = DFHRESP(DUPREC)
                 MOVE 'UNE DEMANDE IDENTIQUE EST DEJA EN ATTENTE'
                    TO CA-LAST-MSG
              ELSE
                 MOVE 'ERREUR ECRITURE FICHIER PNDACT03'
                    TO CA-LAST-MSG
              END-IF
           END-IF
           .

      ******************************************************************
      *       on recupere les donnees depuis l'ecran d'administration
       RECEIVE-ADMIN.
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           MOVE WS-AUDIT-REQUESTER TO AU-REQUESTER
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
