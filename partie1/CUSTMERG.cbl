      *             API9.ORDERS REAFFECTEES, SOLDES COMBINES, PIRE    *
      *             NIVEAU DE RELANCE ET BLOCAGE CREDIT REPRIS,       *
      *             REFERENCES EN ATTENTE DE FVHELD/FVQUAR/FVDUNST    *
      *             ET LIGNES A LIVRER PLUS TARD DE FVSCHED           *
      *             REECRITES (NOUVELLES GENERATIONS SUBSTITUEES PAR  *
      *             LE JCL), PUIS LE DOUBLON EST SUPPRIME. LA FUSION  *
      *             EST REFUSEE SI LES DEUX IDENTITES NE CONCORDENT   *
      *             PAS DE FACON PLAUSIBLE, SAUF CARTE FORCE.         *
      *             UN RAPPORT AVANT/APRES AUDITABLE EST PRODUIT.     *
      * ENTREE    : SYSIN (SURVIVOR=/DUPLICATE= OBLIGATOIRES, FORCE   *
      *             FACULTATIVE), FVHELD / FVQUAR / FVDUNST /         *
      *             FVSCHED (FACULTATIFS), BASE DB2                   *
      * SORTIE    : MAJ API9.CUSTOMERS/ORDERS + FVHELDM / FVQUARM /   *
      *             FVDUNSTM / FVSCHEDM (GENERATIONS REECRITES) +     *
      *             RAPPORT + FRUNHST (JOURNAL DES EXECUTIONS, AJOUT) *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QM-STATUS.

           SELECT SCHED-FILE
               ASSIGN TO FVSCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.

           SELECT SCHEDM-FILE
               ASSIGN TO FVSCHEDM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.

           SELECT DUNST-FILE
               ASSIGN TO FVDUNST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
          05 HM-LINE-IMAGE        PIC X(44).

      * MEME DISPOSITION QUE QUAR-REC DANS IMPVENTS ; LONGUEUR
      * VARIABLE 47 A 62 (MEME RAISON QUE FVHELD, L'IMAGE PORTANT
      * DESORMAIS LA DATE DE LIVRAISON SOUHAITEE)
       FD  QUAR-FILE
           RECORD CONTAINS 47 TO 62 CHARACTERS.
       01 QUAR-REC.
          05 QR-SRC               PIC XX.
          05 FILLER               PIC X(1).
          05 QR-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1).
          05 QR-LINE-IMAGE        PIC X(54).

       FD  QUARM-FILE
           RECORD CONTAINS 47 TO 62 CHARACTERS.
       01 QUARM-REC.
          05 QM-SRC               PIC XX.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 QM-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 QM-LINE-IMAGE        PIC X(54).

      * MEME DISPOSITION QUE SCHED-REC DANS IMPVENTS (LIGNES A LIVRER
      * PLUS TARD) ; LA PARTIE EN CLAIR EST RECOPIEE, SEULS LE CLIENT
      * ET L'IMAGE CHANGENT
       FD  SCHED-FILE.
       01 SCHED-REC.
          05 SD-SRC               PIC XX.
          05 FILLER               PIC X(1).
          05 SD-CUST-NO           PIC 9(4).
          05 SD-DETAIL            PIC X(27).
          05 SD-LINE-IMAGE        PIC X(54).

       FD  SCHEDM-FILE.
       01 SCHEDM-REC.
          05 SM-SRC               PIC XX.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 SM-CUST-NO           PIC 9(4).
          05 SM-DETAIL            PIC X(27).
          05 SM-LINE-IMAGE        PIC X(54).

      * MEME DISPOSITION QUE DUNSTATE-RECORD DANS DUNNING
       FD  DUNST-FILE.
       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01 RUNHIST-RECORD.
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

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
          88 WS-QR-EOF                           VALUE '10'.
       01 WS-QM-STATUS            PIC XX         VALUE SPACES.
          88 WS-QM-OK                            VALUE '00'.
       01 WS-SD-STATUS            PIC XX         VALUE SPACES.
          88 WS-SD-OK                            VALUE '00'.
          88 WS-SD-EOF                           VALUE '10'.
       01 WS-SM-STATUS            PIC XX         VALUE SPACES.
          88 WS-SM-OK                            VALUE '00'.
       01 WS-DN-STATUS            PIC XX         VALUE SPACES.
          88 WS-DN-OK                            VALUE '00'.
          88 WS-DN-EOF                           VALUE '10'.
          88 WS-DM-OK                            VALUE '00'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.
       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

      * CARTES SYSIN : SURVIVANT, DOUBLON, FORCE (PASSE OUTRE LE
      * CONTROLE DE CONCORDANCE DES IDENTITES)
       01 WS-DUP-DUN-LEVEL        PIC 9(1)       VALUE ZERO.
       01 WS-SURV-DUN-SEEN        PIC X          VALUE 'N'.
       01 WS-MERGED-LEVEL         PIC 9(1)       VALUE ZERO.
       01 WS-RUN-START-TS         PIC X(20)      VALUE SPACES.

      * COMPTEURS
       01 WS-COUNTERS.
          05 WS-ORDERS-MOVED      PIC 9(5)       VALUE ZERO.
          05 WS-HELD-REWRITTEN    PIC 9(5)       VALUE ZERO.
          05 WS-QUAR-REWRITTEN    PIC 9(5)       VALUE ZERO.
          05 WS-SCHED-REWRITTEN   PIC 9(5)       VALUE ZERO.
          05 WS-ACCOUNTS-READ     PIC 9(5)       VALUE ZERO.
          05 WS-ACCOUNTS-MERGED   PIC 9(5)       VALUE ZERO.
          05 WS-ACCOUNTS-REJECTED PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CUSTMERG'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-SURVIVOR-NO = ZERO OR WS-DUPLICATE-NO = ZERO
              OR WS-SURVIVOR-NO = WS-DUPLICATE-NO
              CLOSE REPORT-FILE
              GOBACK
           END-IF
           ADD 1 TO WS-ACCOUNTS-READ

           MOVE WS-DUPLICATE-NO TO H-DUP-NO
           MOVE SPACES TO H-DUP-NAME
              CLOSE REPORT-FILE
              GOBACK
           END-IF
           ADD 1 TO WS-ACCOUNTS-READ

           MOVE 'AVANT SURV: ' TO WS-RPT-WHO
           MOVE H-SURV-NAME TO WS-RPT-NAME
              CLOSE REPORT-FILE
              DISPLAY 'FUSION REFUSEE, IDENTITES NON CONCORDANTES'
              MOVE 8 TO RETURN-CODE
              ADD 1 TO WS-ACCOUNTS-REJECTED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           .
           .

      *****************************************************************
      * REECRITURE DES REFERENCES EN ATTENTE : FVHELD, FVQUAR ET      *
      * FVSCHED PASSENT AU NUMERO DU SURVIVANT (CHAMP ET IMAGE, LE    *
      * NUMERO CLIENT DE L'IMAGE ETANT AUX POSITIONS 21-24 DU LAYOUT  *
      * PAR DEFAUT), FVDUNST GARDE UNE SEULE LIGNE AU PIRE NIVEAU     *
      *****************************************************************
       REWRITE-PENDING-FILES.
           PERFORM REWRITE-HELD-FILE
           PERFORM REWRITE-QUAR-FILE
           PERFORM REWRITE-SCHED-FILE
           PERFORM REWRITE-DUNST-FILE
           .

           END-IF
           OPEN OUTPUT QUARM-FILE
           PERFORM UNTIL WS-QR-EOF
      * ZONE BLANCHIE AVANT LECTURE (ANCIENNES IMAGES X(39)/X(44))
              MOVE SPACES TO QUAR-REC
              READ QUAR-FILE
                 AT END MOVE '10' TO WS-QR-STATUS
           CLOSE QUARM-FILE
           .

       REWRITE-SCHED-FILE.
           OPEN INPUT SCHED-FILE
           IF NOT WS-SD-OK
              DISPLAY 'PAS DE FICHIER DES LIVRAISONS PLANIFIEES ('
                      WS-SD-STATUS ')'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCHEDM-FILE
           PERFORM UNTIL WS-SD-EOF
              MOVE SPACES TO SCHED-REC
              READ SCHED-FILE
                 AT END MOVE '10' TO WS-SD-STATUS
                 NOT AT END
                    MOVE SD-SRC        TO SM-SRC
                    MOVE SD-CUST-NO    TO SM-CUST-NO
                    MOVE SD-DETAIL     TO SM-DETAIL
                    MOVE SD-LINE-IMAGE TO SM-LINE-IMAGE
                    IF SD-CUST-NO = WS-DUPLICATE-NO
                       ADD 1 TO WS-SCHED-REWRITTEN
                       MOVE WS-SURVIVOR-NO TO SM-CUST-NO
                       MOVE WS-SURVIVOR-NO
                          TO SM-LINE-IMAGE(21:4)
                    END-IF
                    WRITE SCHEDM-REC
              END-READ
           END-PERFORM
           CLOSE SCHED-FILE
           CLOSE SCHEDM-FILE
           .

      * L'ETAT DES RELANCES NE GARDE QU'UNE LIGNE POUR LE SURVIVANT,
      * AU PIRE DES DEUX NIVEAUX ; LA LIGNE DU DOUBLON DISPARAIT.
      * DEUX PASSES : LE FICHIER ETANT TRIE PAR NUMERO DE CLIENT
              GOBACK
           END-IF
           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-ACCOUNTS-MERGED
           .

       FINALIZATION.
           MOVE SPACES TO WS-MSG-LINE
           STRING 'ATTENTES CREDIT REECRITES: ' WS-HELD-REWRITTEN
                  '   QUARANTAINES REECRITES: ' WS-QUAR-REWRITTEN
                  '   PLANIFIEES REECRITES: ' WS-SCHED-REWRITTEN
              DELIMITED BY SIZE INTO WS-MSG-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-MSG-LINE
           DISPLAY 'FIN DU PROGRAMME CUSTMERG'
           DISPLAY 'COMMANDES DEPLACEES: ' WS-ORDERS-MOVED
           DISPLAY 'SOLDE COMBINE POSE SUR LE SURVIVANT'
           PERFORM WRITE-RUN-HISTORY
           .

      *****************************************************************
      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (FRUNHST, AJOUT)   *
      *****************************************************************
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF NOT WS-RH-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES EXECUTIONS: '
                      WS-RH-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'CUSTMERG' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-ACCOUNTS-READ     TO RH-RECORDS-READ
           MOVE WS-ACCOUNTS-MERGED   TO RH-RECORDS-OK
           MOVE WS-ACCOUNTS-REJECTED TO RH-RECORDS-ERROR
           IF RETURN-CODE >= 8
              MOVE 'ERR ' TO RH-STATUS-CODE
           ELSE
              MOVE 'OK  ' TO RH-STATUS-CODE
           END-IF
           MOVE RETURN-CODE TO RH-RETURN-CODE
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE
           .

      *****************************************************************
