      * FONCTIONS AUTORISEES PAR LE ROLE (U-ROLE DANS LA COMMAREA) ET
      * AIGUILLE VERS LE PROGRAMME CHOISI ; AJOUTER LE PROCHAIN ECRAN
      * = UNE LIGNE DE MENU, PLUS UN CODE A MEMORISER.
      * LES DEVIS CLIENTS (QUOTE03, T03K) SONT LA SEPTIEME OPTION ; LES
      * OPTIONS RESERVEES A L'ADMINISTRATEUR RESTENT AFFICHEES A BLANC
      * POUR LES AUTRES ROLES, LES NUMEROS DES OPTIONS NE BOUGENT PAS.
      * LES REGLEMENTS AU COMPTOIR (CAISSE03, T03R) SONT LA HUITIEME.
      * LA REVUE DES COMMANDES EN ATTENTE CREDIT (CRDREV03, T03H), LA
      * NEUVIEME, EST RESERVEE AU SERVICE CREDIT (ROLE C) ET A
      * L'ADMINISTRATEUR. L'APPROBATION DES REPRICAGES EN ATTENTE
      * (PRCAPP03, T03A), RESERVEE AU RESPONSABLE TARIFS (ROLE P) ET A
      * L'ADMINISTRATEUR, PREND LA LETTRE A : LE CHOIX NE FAIT QU'UN
      * CARACTERE, LES OPTIONS SUIVANTES CONTINUENT PAR B, C...
      * LA CONFIRMATION DES ACTIONS SENSIBLES EN ATTENTE (PNDAPP03,
      * T03V), RESERVEE A L'ADMINISTRATEUR, PREND LA LETTRE B.
      * LA REVUE DES PLAFONDS D'ENCOURS PROPOSES PAR CRLREV (CRLAPP03,
      * T03G), RESERVEE AU SERVICE CREDIT ET A L'ADMINISTRATEUR, PREND
      * LA LETTRE C.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PGM-USRADM      PIC X(8)   VALUE 'USRADM03'.
       01 WS-PGM-CUST360     PIC X(8)   VALUE 'CUST360'.
       01 WS-PGM-PRODINQ     PIC X(8)   VALUE 'PRODINQ'.
       01 WS-PGM-QUOTE       PIC X(8)   VALUE 'QUOTE03'.
       01 WS-PGM-CAISSE      PIC X(8)   VALUE 'CAISSE03'.
       01 WS-PGM-CRDREV      PIC X(8)   VALUE 'CRDREV03'.
       01 WS-PGM-PRCAPP      PIC X(8)   VALUE 'PRCAPP03'.
       01 WS-PGM-PNDAPP      PIC X(8)   VALUE 'PNDAPP03'.
       01 WS-PGM-CRLAPP      PIC X(8)   VALUE 'CRLAPP03'.
       01 WS-PGM-TARGET      PIC X(8)   VALUE SPACES.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
          05 CA-ROLE         PIC X(1).
             88 CA-ROLE-ADMIN         VALUE 'A'.
             88 CA-ROLE-USER          VALUE 'U'.
             88 CA-ROLE-CREDIT        VALUE 'C'.
             88 CA-ROLE-PRICING       VALUE 'P'.
          05 CA-LAST-MSG     PIC X(78).
          05 CA-LAST-TIME    PIC 9(6).
          05 FILLER          PIC X(157).
           ELSE
              MOVE SPACES TO M-OPT6O
           END-IF
           MOVE '7 - DEVIS CLIENTS'                TO M-OPT7O
           MOVE '8 - REGLEMENT AU COMPTOIR'        TO M-OPT8O
           IF CA-ROLE-ADMIN OR CA-ROLE-CREDIT
              MOVE '9 - REVUE DES ATTENTES CREDIT'  TO M-OPT9O
           ELSE
              MOVE SPACES TO M-OPT9O
           END-IF
           IF CA-ROLE-ADMIN OR CA-ROLE-PRICING
              MOVE 'A - APPROBATION DES REPRICAGES' TO M-OPTAO
           ELSE
              MOVE SPACES TO M-OPTAO
           END-IF
           IF CA-ROLE-ADMIN
              MOVE 'B - CONFIRMATION ACTIONS SENSIBLES'
                 TO M-OPTBO
           ELSE
              MOVE SPACES TO M-OPTBO
           END-IF
           IF CA-ROLE-ADMIN OR CA-ROLE-CREDIT
              MOVE 'C - REVUE DES PLAFONDS DE CREDIT' TO M-OPTCO
           ELSE
              MOVE SPACES TO M-OPTCO
           END-IF
           MOVE CA-LAST-MSG TO M-MSGO

           EXEC CICS SEND
                    MOVE 'FONCTION RESERVEE A L''ADMINISTRATEUR'
                       TO CA-LAST-MSG
                 END-IF
              WHEN '7'
                 MOVE WS-PGM-QUOTE   TO WS-PGM-TARGET
              WHEN '8'
                 MOVE WS-PGM-CAISSE  TO WS-PGM-TARGET
              WHEN '9'
                 IF CA-ROLE-ADMIN OR CA-ROLE-CREDIT
                    MOVE WS-PGM-CRDREV TO WS-PGM-TARGET
                 ELSE
                    MOVE 'FONCTION RESERVEE AU SERVICE CREDIT'
                       TO CA-LAST-MSG
                 END-IF
              WHEN 'A'
                 IF CA-ROLE-ADMIN OR CA-ROLE-PRICING
                    MOVE WS-PGM-PRCAPP TO WS-PGM-TARGET
                 ELSE
                    MOVE 'FONCTION RESERVEE AU RESPONSABLE TARIFS'
                       TO CA-LAST-MSG
                 END-IF
              WHEN 'B'
                 IF CA-ROLE-ADMIN
                    MOVE WS-PGM-PNDAPP TO WS-PGM-TARGET
                 ELSE
                    MOVE 'FONCTION RESERVEE A L''ADMINISTRATEUR'
                       TO CA-LAST-MSG
                 END-IF
              WHEN 'C'
                 IF CA-ROLE-ADMIN OR CA-ROLE-CREDIT
                    MOVE WS-PGM-CRLAPP TO WS-PGM-TARGET
                 ELSE
                    MOVE 'FONCTION RESERVEE AU SERVICE CREDIT'
                       TO CA-LAST-MSG
                 END-IF
              WHEN OTHER
                 MOVE 'CHOIX INVALIDE (1 A 9, A, B OU C)' TO CA-LAST-MSG
           END-EVALUATE

           IF WS-PGM-TARGET NOT = SPACES
