      *             FVENOTE, ET SE TERMINE EN RETURN-CODE NON NUL SUR *
      *             TOUT ECART POUR QUE L'ORDONNANCEUR ARRETE LA      *
      *             CHAINE AVANT DIFFUSION DES RAPPORTS.              *
      *             LE PORT DEBITE PAR SHIPMANF AUX COMMANDES DU JOUR *
      *             (FREIGHT + FREIGHT_TAX) FAIT PARTIE DU MOUVEMENT  *
      *             ATTENDU.                                          *
      * ENTREE    : SYSIN (CARTE DATE= OBLIGATOIRE), FVBALSNP (CLICHE *
      *             PRECEDENT, FACULTATIF AU PREMIER RUN), FVENOTE    *
      * SORTIE    : RAPPORT (FREPORT), NOUVEAU CLICHE (FVBALSNN),     *
      *             FRUNHST (JOURNAL DES EXECUTIONS, AJOUT),          *
      *             FVCLOSEV (PREUVES DE CLOTURE, AJOUT),             *
      *             RETURN-CODE 8 SUR ECART                           *
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFY.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

      * PREUVES DES ETAPES DE CLOTURE (UN ENREGISTREMENT AJOUTE PAR
      * RUN, AVEC LA DATE ARRETEE) ; PERCLOSE Y CHERCHE L'ETAPE DE LA
      * PERIODE A FERMER
           SELECT CLOSEV-FILE
               ASSIGN TO FVCLOSEV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
           05 FILLER                  PIC X(1).
           05 NT-PARTITION            PIC X(8).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-START-TS             PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-READ         PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-OK           PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-ERROR        PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-STATUS-CODE          PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RETURN-CODE          PIC 9(2).

      * MEME DISPOSITION QUE CLOSEV-RECORD DANS PERCLOSE
       FD  CLOSEV-FILE.
       01  CLOSEV-RECORD.
           05 CE-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-ASOF-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-RETURN-CODE          PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

           88 WS-NOTIFY-EOF                 VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.
       01  WS-CE-STATUS               PIC XX VALUE SPACES.
           88 WS-CE-OK                      VALUE '00'.

      * HORODATAGE DE DEBUT DE RUN, REPRIS DANS LE JOURNAL COMMUN
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * INDICATEURS DE FIN DE CURSEUR
       01  WS-ORD-EOF-SW              PIC X  VALUE 'N'.
                ORDER BY O.C_NO
           END-EXEC.

      * PORT TTC DEBITE PAR SHIPMANF AUX COMMANDES DU JOUR
           EXEC SQL
               DECLARE FRT-SUM-CURSOR CURSOR FOR
               SELECT C_NO,
                      SUM(FREIGHT + COALESCE(FREIGHT_TAX,0))
                 FROM API9.ORDERS
                WHERE O_DATE = :H-RUN-DATE
                  AND COALESCE(FREIGHT,0) <> 0
                GROUP BY C_NO
                ORDER BY C_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUST-BAL-CURSOR CURSOR FOR
               SELECT C_NO, COALESCE(BALANCE,0)
           PERFORM LOAD-PREVIOUS-SNAPSHOT
           PERFORM RECOMPUTE-DAY-ORDERS
           PERFORM RECOMPUTE-DAY-RETURNS
           PERFORM RECOMPUTE-DAY-FREIGHT
           PERFORM CHECK-BALANCE-MOVEMENTS
           PERFORM CHECK-NOTIFY-COUNTS
           PERFORM FINALIZATION

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME TRIALBAL'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
      * CARTE SYMBOLIQUE DATE=LASTBUSDAY : RESOLUE CONTRE LE
      * CALENDRIER D'EXPLOITATION (PLUS DE DATE DU LUNDI DONNEE A LA
           END-IF
           .

      *****************************************************************
      * PORT TAXE SUR LES COMMANDES DU JOUR : SON MONTANT TTC        *
      * S'AJOUTE AU MOUVEMENT ATTENDU DU CLIENT (PAS DE LIGNE D'ITEM) *
      *****************************************************************
       RECOMPUTE-DAY-FREIGHT.
           MOVE 'N' TO WS-ORD-EOF-SW
           EXEC SQL OPEN FRT-SUM-CURSOR END-EXEC
           PERFORM READ-NEXT-FREIGHT-SUM
           PERFORM UNTIL WS-ORD-EOF
                   PERFORM ACCOUNT-ONE-FREIGHT
                   PERFORM READ-NEXT-FREIGHT-SUM
           END-PERFORM
           EXEC SQL CLOSE FRT-SUM-CURSOR END-EXEC
           .

       READ-NEXT-FREIGHT-SUM.
           EXEC SQL
               FETCH FRT-SUM-CURSOR
                INTO :H-C-NO, :H-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ORD-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH FRT-SUM-CURSOR, SQLCODE: '
                         SQLCODE
              END-IF
           END-IF
           .

       ACCOUNT-ONE-FREIGHT.
           MOVE 0 TO WS-EXP-FOUND
           PERFORM VARYING EX-IX FROM 1 BY 1
                   UNTIL EX-IX > WS-EXP-COUNT
              IF WS-EX-CUST(EX-IX) = H-C-NO
                 SET WS-EXP-FOUND TO EX-IX
              END-IF
           END-PERFORM
           IF WS-EXP-FOUND = 0 AND WS-EXP-COUNT < WS-EXP-MAX
              ADD 1 TO WS-EXP-COUNT
              MOVE WS-EXP-COUNT TO WS-EXP-FOUND
              MOVE H-C-NO TO WS-EX-CUST(WS-EXP-FOUND)
              MOVE +0 TO WS-EX-AMOUNT(WS-EXP-FOUND)
           END-IF
           IF WS-EXP-FOUND > 0
              ADD H-AMOUNT TO WS-EX-AMOUNT(WS-EXP-FOUND)
           END-IF
           .

      *****************************************************************
      * MOUVEMENT REEL DE CHAQUE SOLDE (SOLDE COURANT - CLICHE        *
      * PRECEDENT) COMPARE AU MOUVEMENT ATTENDU ; LE NOUVEAU CLICHE   *
              DISPLAY 'ECART DETECTE, LA CHAINE DOIT ETRE ARRETEE'
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-CLOSE-EVIDENCE
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
           MOVE 'TRIALBAL' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-ORDERS-CHECKED TO RH-RECORDS-READ
           COMPUTE RH-RECORDS-OK = WS-CUST-CHECKED - WS-CUST-IN-GAP
           MOVE WS-CUST-IN-GAP    TO RH-RECORDS-ERROR
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
      * PREUVE D'ETAPE DE CLOTURE POUR PERCLOSE (FVCLOSEV, AJOUT) :   *
      * PROGRAMME, DATE ARRETEE (CARTE DATE=), FIN DE RUN ET          *
      * RETURN-CODE                                                   *
      *****************************************************************
       WRITE-CLOSE-EVIDENCE.
           OPEN EXTEND CLOSEV-FILE
           IF NOT WS-CE-OK
              OPEN OUTPUT CLOSEV-FILE
           END-IF
           IF NOT WS-CE-OK
              DISPLAY 'ERREUR ECRITURE PREUVES DE CLOTURE: '
                      WS-CE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'TRIALBAL' TO CE-PROGRAM
           MOVE WS-RUN-DATE TO CE-ASOF-DATE
           MOVE FUNCTION CURRENT-DATE(1:20) TO CE-END-TS
           MOVE RETURN-CODE TO CE-RETURN-CODE
           WRITE CLOSEV-RECORD
           CLOSE CLOSEV-FILE
           .

      *****************************************************************
