      *             (PTQOH03, CLE = NUMERO DE PIECE), REJETTE LES     *
      *             MOUVEMENTS DE PIECES ABSENTES DE PARTS03 ET       *
      *             PRODUIT UN RAPPORT. LA POSITION DE STOCK EST      *
      *             REPRISE DANS LE CATALOGUE LSTPARTS. CHAQUE        *
      *             MOUVEMENT APPLIQUE EST AJOUTE A L'HISTORIQUE      *
      *             CUMULE FNPTMHST (LU PAR PARTOBS POUR LA DATE DU   *
      *             DERNIER MOUVEMENT DE CHAQUE PIECE).               *
      * ENTREE    : FNPTMOV (MOUVEMENTS), PARTS03 (REFERENCE)         *
      * SORTIE    : PTQOH03 (QUANTITES EN STOCK), FNPMREJ (REJETS),   *
      *             FNPTMHST (HISTORIQUE, AJOUT), RAPPORT (FREPORT)   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.

      * HISTORIQUE CUMULE DES MOUVEMENTS APPLIQUES (OUVERT EN AJOUT)
           SELECT HISTORY-FILE
               ASSIGN TO FNPTMHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REASON-TEXT       PIC X(30).

      * MEME DISPOSITION QUE MOVEMENT-RECORD (43 OCTETS)
       FD  HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(43).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       01 WS-RJ-STATUS            PIC XX         VALUE SPACES.
          88 WS-RJ-OK                            VALUE '00'.

       01 WS-HS-STATUS            PIC XX         VALUE SPACES.
          88 WS-HS-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

              GOBACK
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF NOT WS-HS-OK
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT WS-HS-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER HISTORIQUE: '
                      WS-HS-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
           IF WS-QH-OK
              ADD 1 TO WS-RECORDS-APPLIED
              PERFORM WRITE-DETAIL-LINE
              PERFORM WRITE-HISTORY-LINE
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'ERREUR ECRITURE PTQOH03 PIECE ' PM-PART-NO
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *****************************************************************
      * AJOUT DU MOUVEMENT APPLIQUE A L'HISTORIQUE FNPTMHST ; LE      *
      * STOCK EST DEJA MIS A JOUR, UN ECHEC EST SEULEMENT SIGNALE     *
      *****************************************************************
       WRITE-HISTORY-LINE.
           WRITE HISTORY-RECORD FROM MOVEMENT-RECORD
           IF NOT WS-HS-OK
              DISPLAY 'ERREUR ECRITURE HISTORIQUE PIECE ' PM-PART-NO
                      ' STATUS ' WS-HS-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * ECRITURE D'UNE LIGNE REJETEE SUR FNPMREJ                     *
      *****************************************************************
           CLOSE PARTS-FILE
           CLOSE QOH-FILE
           CLOSE REJECT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           .
