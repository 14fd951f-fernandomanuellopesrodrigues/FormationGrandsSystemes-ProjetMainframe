      *             DE RELANCE REMIS A ZERO PAR LE MEME PASSAGE : LA  *
      *             POSE ET LA LEVEE DU BLOCAGE VIVENT AU MEME        *
      *             ENDROIT.                                          *
      *             UN CLIENT DONT UN PRELEVEMENT EST REVENU IMPAYE   *
      *             (FVDDRJT, ECRIT PAR DDRETURN) EST ESCALADE MEME   *
      *             SOUS LE SEUIL, ET SA LETTRE CITE LE MONTANT DU    *
      *             PRELEVEMENT REJETE.                               *
      * ENTREE    : SYSIN (THRESHOLD= FACULTATIVE), FVDUNST (ETAT DES *
      *             RELANCES, FACULTATIF AU PREMIER RUN), FVDDRJT     *
      *             (PRELEVEMENTS IMPAYES, FACULTATIF), BASE DB2      *
      * SORTIE    : FVDUNSTN (NOUVEL ETAT), FVDUNLTR (LETTRES),       *
      *             FVDUNWRK (LISTE DE TRAVAIL), MAJ CREDIT_HOLD      *
      *****************************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DUNST.

      * PRELEVEMENTS REVENUS IMPAYES (DDRETURN)
           SELECT REJECTED-FILE
               ASSIGN TO FVDDRJT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DDRJT.

           SELECT DUNSTNEW-FILE
               ASSIGN TO FVDUNSTN
               ORGANIZATION IS SEQUENTIAL
           05 FILLER                  PIC X(1).
           05 DN-DATE                 PIC X(10).

      * MEME DISPOSITION QUE REJECTED-RECORD DANS DDRETURN
       FD  REJECTED-FILE.
       01  REJECTED-RECORD.
           05 RJ-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RJ-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 RJ-INV-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 RJ-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RJ-RETURN-DATE          PIC X(10).
           05 FILLER                  PIC X(1).
           05 RJ-REASON               PIC X(4).
           05 FILLER                  PIC X(1).
           05 RJ-REFERENCE            PIC X(10).

       FD  DUNSTNEW-FILE.
       01  DUNSTNEW-RECORD.
           05 DNN-CUST-NO             PIC 9(4).
       01  WS-FS-DUNST                PIC XX VALUE SPACES.
           88 WS-DUNST-OK                   VALUE '00'.
           88 WS-DUNST-EOF                  VALUE '10'.
       01  WS-FS-DDRJT                PIC XX VALUE SPACES.
           88 WS-DDRJT-OK                   VALUE '00'.
           88 WS-DDRJT-EOF                  VALUE '10'.
       01  WS-FS-DUNSTN               PIC XX VALUE SPACES.
           88 WS-DUNSTN-OK                  VALUE '00'.
       01  WS-FS-LETTERS              PIC XX VALUE SPACES.
       01  WS-STATE-MAX               PIC 9(5)  VALUE 2000.
       01  WS-STATE-FOUND             PIC 9(5)  VALUE ZERO.

      * PRELEVEMENTS IMPAYES CUMULES PAR CLIENT (FVDDRJT)
       01  WS-RETURNED-TABLE.
           05 WS-RJ-ENTRY OCCURS 2000 TIMES INDEXED BY RJ-IX.
              10 WS-RJ-CUST           PIC 9(4).
              10 WS-RJ-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-RETURNED-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-RETURNED-MAX            PIC 9(5)  VALUE 2000.
       01  WS-RETURNED-FOUND          PIC 9(5)  VALUE ZERO.
       01  WS-RETURNED-CUST           PIC 9(4)  VALUE ZERO.
      * MONTANT PRELEVE REJETE DU CLIENT COURANT (ZERO = AUCUN)
       01  WS-RETURNED-AMT            PIC S9(9)V99 COMP-3 VALUE +0.

      * DATE DU JOUR (ESTAMPILLE DES RELANCES DU PASSAGE)
       01  WS-TODAY                   PIC X(10) VALUE SPACES.

           05 WS-LETTERS-L3           PIC 9(5)  VALUE ZERO.
           05 WS-BLOCKED              PIC 9(5)  VALUE ZERO.
           05 WS-UNBLOCKED            PIC 9(5)  VALUE ZERO.
           05 WS-RETURNED-DUNNED      PIC 9(5)  VALUE ZERO.

      * MISE EN PAGE DES LETTRES
       01  WS-LETTER-LINES.
              10 FILLER               PIC X(31)  VALUE
                 'MONTANT ECHU DE PLUS DE 60 J : '.
              10 WS-LTR-OVERDUE       PIC -(9)9,99.
           05 WS-LTR-RETURNED.
              10 FILLER               PIC X(38)  VALUE
                 'PRELEVEMENT REJETE PAR VOTRE BANQUE : '.
              10 WS-LTR-RETURNED-AMT  PIC -(9)9,99.
           05 WS-LTR-TXT-1            PIC X(132) VALUE
                 'SAUF ERREUR DE NOTRE PART, CE MONTANT RESTE IMPAYE.
      -          ' NOUS VOUS REMERCIONS DE LE REGLER SOUS HUITAINE.'.
           END-STRING

           PERFORM LOAD-DUN-STATE
           PERFORM LOAD-RETURNED-DEBITS

           OPEN OUTPUT DUNSTNEW-FILE
           IF NOT WS-DUNSTN-OK
           CLOSE DUNSTATE-FILE
           .

      *****************************************************************
      * PRELEVEMENTS REVENUS IMPAYES (FACULTATIF) : CUMUL PAR CLIENT  *
      *****************************************************************
       LOAD-RETURNED-DEBITS.
           OPEN INPUT REJECTED-FILE
           IF NOT WS-DDRJT-OK
              DISPLAY 'PAS DE PRELEVEMENTS IMPAYES (' WS-FS-DDRJT ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DDRJT-EOF
              READ REJECTED-FILE
                 AT END MOVE '10' TO WS-FS-DDRJT
                 NOT AT END PERFORM LOAD-ONE-RETURNED-DEBIT
              END-READ
           END-PERFORM
           CLOSE REJECTED-FILE
           .

       LOAD-ONE-RETURNED-DEBIT.
           MOVE RJ-C-NO TO WS-RETURNED-CUST
           PERFORM FIND-RETURNED-DEBIT
           IF WS-RETURNED-FOUND > 0
              ADD RJ-AMOUNT TO WS-RJ-AMOUNT(WS-RETURNED-FOUND)
              EXIT PARAGRAPH
           END-IF
           IF WS-RETURNED-COUNT < WS-RETURNED-MAX
              ADD 1 TO WS-RETURNED-COUNT
              MOVE RJ-C-NO   TO WS-RJ-CUST(WS-RETURNED-COUNT)
              MOVE RJ-AMOUNT TO WS-RJ-AMOUNT(WS-RETURNED-COUNT)
           END-IF
           .

       FIND-RETURNED-DEBIT.
           MOVE 0 TO WS-RETURNED-FOUND
           PERFORM VARYING RJ-IX FROM 1 BY 1
                   UNTIL RJ-IX > WS-RETURNED-COUNT
              IF WS-RJ-CUST(RJ-IX) = WS-RETURNED-CUST
                 SET WS-RETURNED-FOUND TO RJ-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * PARCOURS DES CLIENTS A SOLDE NON NUL                          *
      *****************************************************************
      *****************************************************************
      * DECISION DE RELANCE : AU-DELA DU SEUIL, LE NIVEAU PRECEDENT   *
      * EST ESCALADE D'UN CRAN (PLAFOND 3) ; SOUS LE SEUIL, L'ETAT    *
      * PRECEDENT EST RECONDUIT TEL QUEL. UN PRELEVEMENT REVENU       *
      * IMPAYE ESCALADE LE CLIENT QUEL QUE SOIT SON ECHU              *
      *****************************************************************
       EVALUATE-CUSTOMER.
           PERFORM FIND-CUSTOMER-STATE
           MOVE H-C-NO TO WS-RETURNED-CUST
           PERFORM FIND-RETURNED-DEBIT
           IF WS-RETURNED-FOUND > 0
              MOVE WS-RJ-AMOUNT(WS-RETURNED-FOUND) TO WS-RETURNED-AMT
              ADD 1 TO WS-RETURNED-DUNNED
           ELSE
              MOVE +0 TO WS-RETURNED-AMT
           END-IF
           IF WS-OVERDUE-TOTAL <= WS-THRESHOLD
              AND WS-RETURNED-AMT = ZERO
      * L'ECHU EST RETOMBE SOUS LE SEUIL : LA RELANCE REPART DE ZERO
      * ET LE BLOCAGE POSE AU NIVEAU 3 EST LEVE (MIROIR DE LA POSE),
      * SINON UN CLIENT QUI A REGLE PAR IMPREGLS RESTERAIT BLOQUE
           WRITE LETTER-RECORD FROM WS-LTR-HDR
           MOVE WS-OVERDUE-TOTAL TO WS-LTR-OVERDUE
           WRITE LETTER-RECORD FROM WS-LTR-AMOUNT
           IF WS-RETURNED-AMT NOT = ZERO
              MOVE WS-RETURNED-AMT TO WS-LTR-RETURNED-AMT
              WRITE LETTER-RECORD FROM WS-LTR-RETURNED
           END-IF
           EVALUATE WS-NEW-LEVEL
              WHEN 1
                 ADD 1 TO WS-LETTERS-L1
           DISPLAY 'COMPTES BLOQUES (LETTRES N3): ' WS-LETTERS-L3
           DISPLAY 'BLOCAGES CREDIT POSES: ' WS-BLOCKED
           DISPLAY 'BLOCAGES CREDIT LEVES: ' WS-UNBLOCKED
           DISPLAY 'RELANCES SUR PRELEVEMENT IMPAYE: '
                   WS-RETURNED-DUNNED
           .
