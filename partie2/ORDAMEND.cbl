      *             INCONNUE). MEME DISCIPLINE DE COMMIT PERIODIQUE   *
      *             ET DE POINT DE CONTROLE QU'IMPVENTS, ET MEME      *
      *             VERROU DE CHAINE FVRUNLCK.                        *
      *             UNE MODIFICATION D'UNE COMMANDE DATEE D'UNE       *
      *             PERIODE EN CLOTURE OU FERMEE (FVPERST, SOUS-      *
      *             PROGRAMME PERIODCK) EST REFUSEE OU, EN MODE       *
      *             REPORTER, APPLIQUEE ET SIGNALEE DANS FVBKPOST     *
      *             AVEC LE PREMIER JOUR OUVERT ET LE DELTA DE SOLDE  *
      *             POUR QUE LA COMPTABILITE L'Y PASSE.               *
      *             INVGEN FACTURE LA NUIT DU CHARGEMENT : UNE        *
      *             COMMANDE INVOICED DONT L'EXPEDITION N'EST PAS     *
      *             ENCORE CONFIRMEE (PACKAGES NUL, CF. SHIPCONF)     *
      *             RESTE ANNULABLE ('C', 'L') ET SA QUANTITE PEUT    *
      *             BAISSER ('Q', UNE HAUSSE EST REFUSEE) ; CHAQUE    *
      *             CREDIT AINSI POSE EST INSCRIT AU JOURNAL DES      *
      *             CREDITS FVCRJRN POUR QUE CRNOTE EN EMETTE L'AVOIR *
      *             NUMEROTE. UNE COMMANDE FACTUREE ET EXPEDIEE PASSE *
      *             PAR UN RETOUR (LIGNE 'R' D'IMPVENTS).             *
      * ENTREE    : FVCHG (TYPE, COMMANDE, PRODUIT, NOUVELLE          *
      *             QUANTITE), SYSIN (LOCKFORCE), FVCHCKPT (POINT DE  *
      *             CONTROLE, FACULTATIF), FVPERST (STATUT DES        *
      *             PERIODES, FACULTATIF)                             *
      * SORTIE    : MAJ API9.ORDERS/ITEMS/PRODUCTS/CUSTOMERS +        *
      *             FVSTKMOV (AJOUT) + RAPPORT (FREPORT) + FVBKPOST   *
      *             (REFUS/REPORTS DE PERIODE, AJOUT) + FVCRJRN       *
      *             (CREDITS SUR COMMANDES FACTUREES, AJOUT) +        *
      *             FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

      * STATUT DES PERIODES COMPTABLES (TENU PAR PERCLOSE) ET TRACE
      * DES COMPTABILISATIONS REFUSEES OU REPORTEES (EN AJOUT)
           SELECT PERSTAT-FILE
               ASSIGN TO FVPERST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

           SELECT BKPOST-FILE
               ASSIGN TO FVBKPOST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.

      * JOURNAL DES CREDITS A DOCUMENTER (EN AJOUT, LU PAR CRNOTE)
           SELECT CRJRN-FILE
               ASSIGN TO FVCRJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
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
      * MODIFICATION : 'C' = ANNULATION DE COMMANDE (PRODUIT ET
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-REFERENCE         PIC X(10).

      * MEME DISPOSITION QUE PERSTAT-RECORD DANS PERCLOSE
       FD  PERSTAT-FILE.
       01 PERSTAT-RECORD.
          05 PS-PERIOD            PIC X(7).
          05 FILLER               PIC X(1).
          05 PS-STATUS            PIC X(1).
          05 FILLER               PIC X(1).
          05 PS-BACKPOST          PIC X(1).
          05 FILLER               PIC X(1).
          05 PS-CHANGE-TS         PIC X(20).

      * MEME DISPOSITION QUE BKPOST-RECORD DANS BKPOSTRP
       FD  BKPOST-FILE.
       01 BKPOST-RECORD.
          05 BP-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-ACTION            PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-ORIG-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-POST-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BP-DETAIL            PIC X(30).

      * MEME DISPOSITION QUE CRJRN-RECORD DANS IMPVENTS
       FD  CRJRN-FILE.
       01 CRJRN-RECORD.
          05 CJ-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-REASON            PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-O-NO              PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-C-NO              PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-P-NO              PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-QTY               PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-PRICE             PIC S9(5)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-NET               PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-VAT               PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 CJ-RA-NO             PIC X(7).

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
          88 WS-MV-OK                            VALUE '00'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.
       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.
       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.
       01 WS-CJ-STATUS            PIC XX         VALUE SPACES.
          88 WS-CJ-OK                            VALUE '00'.
       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

      * COMMANDE DEJA FACTUREE (INVOICED, NON EXPEDIEE) : CHAQUE
      * CREDIT POSE EST INSCRIT AU JOURNAL DES CREDITS ; LES LIGNES
      * D'UNE ANNULATION COMPLETE Y SONT ECRITES UNE FOIS LA BASE
      * MISE A JOUR, D'OU LEUR MISE EN TABLE PENDANT LE REVERSEMENT
       01 WS-INVOICED-SW          PIC X          VALUE 'N'.
          88 WS-ORDER-INVOICED                   VALUE 'Y'.
       01 WS-CN-COUNT             PIC 9(3)       VALUE ZERO.
       01 WS-CN-MAX               PIC 9(3)       VALUE 200.
       01 WS-CN-IDX               PIC 9(3)       VALUE ZERO.
       01 WS-CN-TABLE.
          05 WS-CN-ENTRY OCCURS 200 TIMES.
             10 WS-CN-P-NO        PIC X(3).
             10 WS-CN-QTY         PIC 9(5).
             10 WS-CN-PRICE       PIC S9(5)V99   COMP-3.
             10 WS-CN-VAT         PIC S9(7)V99   COMP-3.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE LA COMMANDE MODIFIEE
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-PER-POST-DATE        PIC X(10)      VALUE SPACES.
       01 WS-PER-ACTION           PIC X          VALUE 'P'.
       01 WS-RUN-START-TS         PIC X(20)      VALUE SPACES.
       01 WS-APPLIED-BEFORE       PIC 9(5)       VALUE ZERO.

      * CARTE SYSIN LOCKFORCE (NETTOYAGE DE VERROU APRES INCIDENT)
       01 WS-LOCK-OVERRIDE-SW     PIC X          VALUE 'N'.
          05 WS-RECORDS-APPLIED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REFUSED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-CREDITED  PIC 9(5)       VALUE ZERO.
       01 WS-COMMIT-COUNT         PIC 9(5)       VALUE ZERO.
       01 WS-COMMIT-INTERVAL      PIC 9(5)       VALUE 100.

      * VARIABLES HOTES DB2 (MEMES CONVENTIONS QU'IMPVENTS)
       01 H-O-NO                  PIC 9(7).
       01 H-O-STATUS              PIC X(10).
       01 H-O-DATE                PIC X(10).
       01 H-C-NO                  PIC 9(4).
      * COLONNE PACKAGES (SHIPCONF) : -1 = EXPEDITION NON CONFIRMEE
       01 H-O-PACKAGES            PIC S9(3)      USAGE COMP-3.
       01 H-I-P-NO                PIC XXX.
       01 H-I-QTY                 PIC S9(3)      USAGE COMP-3.
       01 H-I-PRICE               PIC S9(5)V99   USAGE COMP-3.
       01 H-NEW-TAX               PIC S9(5)V99   USAGE COMP-3.
       01 H-STOCK-QTY             PIC S9(5)      USAGE COMP-3.
       01 H-STOCK-BEFORE          PIC S9(5)      USAGE COMP-3.
      * SORTIE TRACEE PAR ENTREPOT (API9.LOC_ISSUE, CF. IMPVENTS) :
      * UN RENDU EST UNE SORTIE NEGATIVE
       01 H-ISSUE-QTY             PIC S9(5)      USAGE COMP-3.
       01 H-ISSUE-DATE            PIC X(10).
       01 H-BAL-DELTA             PIC S9(9)V99   USAGE COMP-3.
       01 H-LOC                   PIC X(2).


       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME ORDAMEND'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-LOCK-CARDS
           PERFORM TAKE-RUN-LOCK
           PERFORM LOAD-CHECKPOINT
           PERFORM LOAD-PERIOD-STATUS

           OPEN INPUT CHANGE-FILE
           IF NOT WS-CH-OK
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF
      * JOURNAL DES CREDITS EN AJOUT (CREE AU PREMIER PASSAGE)
           OPEN EXTEND CRJRN-FILE
           IF NOT WS-CJ-OK
              OPEN OUTPUT CRJRN-FILE
           END-IF
           IF NOT WS-CJ-OK
              DISPLAY 'ERREUR OUVERTURE JOURNAL DES CREDITS '
                      WS-CJ-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE CHANGE-FILE
              CLOSE REPORT-FILE
              CLOSE STKMOV-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE

      *****************************************************************
      * TRAITEMENT D'UNE MODIFICATION : SEULES LES COMMANDES ENCORE   *
      * OPEN, OU INVOICED SANS EXPEDITION CONFIRMEE, SONT TOUCHEES ;  *
      * TOUT LE RESTE EST REFUSE ET LISTE                             *
      *****************************************************************
       PROCESS-RECORD.
           IF CH-ORDER-NO NOT NUMERIC
           MOVE CH-ORDER-NO TO H-O-NO
           MOVE SPACES TO H-O-STATUS
           MOVE ZERO TO H-C-NO
           MOVE SPACES TO H-O-DATE
           MOVE -1 TO H-O-PACKAGES
           MOVE 'N' TO WS-INVOICED-SW
           EXEC SQL
               SELECT COALESCE(O_STATUS,'OPEN'), C_NO, O_DATE,
                      COALESCE(PACKAGES,-1)
                 INTO :H-O-STATUS, :H-C-NO, :H-O-DATE,
                      :H-O-PACKAGES
                 FROM API9.ORDERS
                WHERE O_NO = :H-O-NO
           END-EXEC
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF
      * COMMANDE FACTUREE MAIS PAS ENCORE PARTIE : LA MODIFICATION
      * EST UN CREDIT A DOCUMENTER PAR UN AVOIR ; FACTUREE ET PARTIE,
      * LES MARCHANDISES DOIVENT REVENIR PAR LE FLUX DE RETOURS
           IF H-O-STATUS = 'INVOICED'
              IF H-O-PACKAGES >= 0
                 ADD 1 TO WS-RECORDS-REFUSED
                 MOVE 'FACTUREE ET EXPEDIEE : PASSER PAR UN RETOUR'
                    TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
                 EXIT PARAGRAPH
              END-IF
              MOVE 'Y' TO WS-INVOICED-SW
           END-IF
           IF H-O-STATUS NOT = 'OPEN' AND NOT WS-ORDER-INVOICED
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE SPACES TO WS-RPT-STATUS
              STRING 'COMMANDE NON MODIFIABLE (STATUT ' H-O-STATUS
              EXIT PARAGRAPH
           END-IF

      * PERIODE DE LA COMMANDE EN CLOTURE OU FERMEE : REFUS, OU
      * MODIFICATION APPLIQUEE ET SIGNALEE POUR LE PREMIER JOUR OUVERT
           CALL 'PERIODCK' USING H-O-DATE WS-PER-COUNT WS-PER-TABLE
                   WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'X'
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE SPACES TO WS-RPT-STATUS
              STRING 'PERIODE DE LA COMMANDE FERMEE (' H-O-DATE(1:7)
                     ')' DELIMITED BY SIZE INTO WS-RPT-STATUS
              END-STRING
              PERFORM WRITE-DETAIL-LINE
              MOVE +0 TO BP-AMOUNT
              MOVE 'MODIFICATION REFUSEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RECORDS-APPLIED TO WS-APPLIED-BEFORE

           EVALUATE TRUE
              WHEN CH-CANCEL-ORDER
                 PERFORM CANCEL-WHOLE-ORDER
                    TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
           END-EVALUATE

           IF WS-PER-ACTION = 'R'
              AND WS-RECORDS-APPLIED > WS-APPLIED-BEFORE
              MOVE SPACES TO WS-RPT-STATUS
              STRING 'PERIODE FERMEE, A COMPTABILISER LE '
                     WS-PER-POST-DATE
                     DELIMITED BY SIZE INTO WS-RPT-STATUS
              END-STRING
              PERFORM WRITE-DETAIL-LINE
              MOVE WS-BAL-DELTA TO BP-AMOUNT
              MOVE 'MODIFICATION REPORTEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DU STATUT DES PERIODES (FVPERST) ; FICHIER ABSENT  *
      * = TOUTES LES PERIODES SONT OUVERTES                           *
      *****************************************************************
       LOAD-PERIOD-STATUS.
           OPEN INPUT PERSTAT-FILE
           IF NOT WS-PS-OK
              DISPLAY 'PAS DE STATUT DES PERIODES (' WS-PS-STATUS
                      '), TOUTES LES PERIODES SONT OUVERTES'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PS-EOF
              READ PERSTAT-FILE
                 AT END MOVE '10' TO WS-PS-STATUS
                 NOT AT END
                    IF WS-PER-COUNT < WS-PER-MAX
                       ADD 1 TO WS-PER-COUNT
                       MOVE PS-PERIOD   TO WS-PE-PERIOD(WS-PER-COUNT)
                       MOVE PS-STATUS   TO WS-PE-STATUS(WS-PER-COUNT)
                       MOVE PS-BACKPOST
                            TO WS-PE-BACKPOST(WS-PER-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERSTAT-FILE
           .

      *****************************************************************
      * TRACE D'UNE MODIFICATION REFUSEE OU REPORTEE (FVBKPOST, EN    *
      * AJOUT) ; BP-AMOUNT ET BP-DETAIL SONT RENSEIGNES PAR L'APPELANT*
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BP-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BP-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'ORDAMEND'       TO BP-PROGRAM
              MOVE WS-PER-ACTION    TO BP-ACTION
              MOVE H-O-DATE         TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE TO BP-POST-DATE
              MOVE SPACES           TO BP-REFERENCE
              MOVE CH-ORDER-NO      TO BP-REFERENCE(1:7)
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

      *****************************************************************
      * ANNULATION COMPLETE : CHAQUE LIGNE EST REVERSEE (STOCK RENDU, *
      * MONTANT TTC CUMULE), LES LIGNES SONT SUPPRIMEES, LE SOLDE     *
      * CLIENT EST DEDUIT ET LA COMMANDE PASSE AU STATUT CANCELLED ;  *
      * SUR UNE COMMANDE FACTUREE, CHAQUE LIGNE ANNULEE PART AU       *
      * JOURNAL DES CREDITS APRES LA MISE A JOUR DE LA BASE           *
      *****************************************************************
       CANCEL-WHOLE-ORDER.
           MOVE +0 TO WS-ORDER-TOTAL
           MOVE 0 TO WS-CN-COUNT
           MOVE 'N' TO WS-ITEM-EOF-SW
           EXEC SQL OPEN ITEM-CURSOR END-EXEC
           PERFORM READ-NEXT-ITEM
           PERFORM POST-BALANCE-DELTA

           ADD 1 TO WS-RECORDS-APPLIED
           IF WS-ORDER-INVOICED
              PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                      UNTIL WS-CN-IDX > WS-CN-COUNT
                 MOVE 'C' TO CJ-REASON
                 MOVE WS-CN-P-NO(WS-CN-IDX)  TO CJ-P-NO
                 MOVE WS-CN-QTY(WS-CN-IDX)   TO CJ-QTY
                 MOVE WS-CN-PRICE(WS-CN-IDX) TO CJ-PRICE
                 COMPUTE CJ-NET = WS-CN-QTY(WS-CN-IDX)
                                * WS-CN-PRICE(WS-CN-IDX)
                 MOVE WS-CN-VAT(WS-CN-IDX)   TO CJ-VAT
                 PERFORM WRITE-CREDIT-LINE
              END-PERFORM
              ADD 1 TO WS-RECORDS-CREDITED
              MOVE 'COMMANDE FACTUREE ANNULEE, AVOIR A EMETTRE'
                 TO WS-RPT-STATUS
           ELSE
              MOVE 'COMMANDE ANNULEE' TO WS-RPT-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM CHECK-PERIODIC-COMMIT
           .

      * REVERSEMENT D'UNE LIGNE PENDANT UNE ANNULATION COMPLETE :
      * STOCK RENDU (LES AVOIRS, QUANTITE NEGATIVE, N'EN RENDENT PAS)
      * ET MONTANT TTC CUMULE ; LIGNE FACTUREE MISE EN TABLE POUR LE
      * JOURNAL DES CREDITS (TABLE PLEINE : ECRITE SUR-LE-CHAMP)
       REVERSE-ONE-ITEM.
           IF H-I-QTY > 0
              MOVE H-I-QTY TO WS-QTY-DELTA
              PERFORM RESTORE-STOCK
              IF WS-ORDER-INVOICED
                 IF WS-CN-COUNT < WS-CN-MAX
                    ADD 1 TO WS-CN-COUNT
                    MOVE H-I-P-NO  TO WS-CN-P-NO(WS-CN-COUNT)
                    MOVE H-I-QTY   TO WS-CN-QTY(WS-CN-COUNT)
                    MOVE H-I-PRICE TO WS-CN-PRICE(WS-CN-COUNT)
                    MOVE H-I-TAX   TO WS-CN-VAT(WS-CN-COUNT)
                 ELSE
                    MOVE 'C'       TO CJ-REASON
                    MOVE H-I-P-NO  TO CJ-P-NO
                    MOVE H-I-QTY   TO CJ-QTY
                    MOVE H-I-PRICE TO CJ-PRICE
                    COMPUTE CJ-NET = H-I-QTY * H-I-PRICE
                    MOVE H-I-TAX   TO CJ-VAT
                    PERFORM WRITE-CREDIT-LINE
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-ORDER-TOTAL = WS-ORDER-TOTAL
                   + (H-I-QTY * H-I-PRICE) + H-I-TAX
                   0 - ((H-I-QTY * H-I-PRICE) + H-I-TAX)
           PERFORM POST-BALANCE-DELTA
           ADD 1 TO WS-RECORDS-APPLIED
           IF WS-ORDER-INVOICED AND H-I-QTY > 0
              MOVE 'L'       TO CJ-REASON
              MOVE H-I-P-NO  TO CJ-P-NO
              MOVE H-I-QTY   TO CJ-QTY
              MOVE H-I-PRICE TO CJ-PRICE
              COMPUTE CJ-NET = H-I-QTY * H-I-PRICE
              MOVE H-I-TAX   TO CJ-VAT
              PERFORM WRITE-CREDIT-LINE
              ADD 1 TO WS-RECORDS-CREDITED
              MOVE 'LIGNE FACTUREE ANNULEE, AVOIR A EMETTRE'
                 TO WS-RPT-STATUS
           ELSE
              MOVE 'LIGNE ANNULEE' TO WS-RPT-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM CHECK-PERIODIC-COMMIT
           .
      *****************************************************************
      * CHANGEMENT DE QUANTITE D'UNE LIGNE : LA TVA STOCKEE EST       *
      * REPRISE AU PRORATA, LE STOCK ET LE SOLDE SUIVENT LE DELTA ;   *
      * UNE AUGMENTATION QUE LE STOCK NE COUVRE PAS EST REFUSEE, UNE  *
      * AUGMENTATION SUR COMMANDE FACTUREE AUSSI (ELLE DEMANDERAIT    *
      * UNE FACTURE COMPLEMENTAIRE) ; UNE BAISSE SUR COMMANDE         *
      * FACTUREE PART AU JOURNAL DES CREDITS                          *
      *****************************************************************
       CHANGE-LINE-QTY.
           IF FUNCTION TEST-NUMVAL(CH-NEWQTY-TXT) NOT = 0
           COMPUTE WS-QTY-DELTA = H-I-QTY - WS-NEW-QTY
      * DELTA POSITIF = LA QUANTITE BAISSE, LE STOCK EST RENDU ;
      * DELTA NEGATIF = LA QUANTITE MONTE, LE STOCK DOIT COUVRIR
           IF WS-QTY-DELTA < 0 AND WS-ORDER-INVOICED
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'COMMANDE FACTUREE, AUGMENTATION REFUSEE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-QTY-DELTA < 0
              PERFORM READ-STOCK-BEFORE
              IF H-STOCK-BEFORE < (0 - WS-QTY-DELTA)
                   + (WS-NEW-TAX - H-I-TAX)
           PERFORM POST-BALANCE-DELTA
           ADD 1 TO WS-RECORDS-APPLIED
           IF WS-ORDER-INVOICED
              MOVE 'Q'          TO CJ-REASON
              MOVE H-I-P-NO     TO CJ-P-NO
              MOVE WS-QTY-DELTA TO CJ-QTY
              MOVE H-I-PRICE    TO CJ-PRICE
              COMPUTE CJ-NET = WS-QTY-DELTA * H-I-PRICE
              COMPUTE CJ-VAT = H-I-TAX - WS-NEW-TAX
              PERFORM WRITE-CREDIT-LINE
              ADD 1 TO WS-RECORDS-CREDITED
              MOVE 'QUANTITE FACTUREE BAISSEE, AVOIR A EMETTRE'
                 TO WS-RPT-STATUS
           ELSE
              MOVE 'QUANTITE MODIFIEE' TO WS-RPT-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM CHECK-PERIODIC-COMMIT
           .
                 VALUES (:H-I-P-NO, :H-LOC, :H-STOCK-QTY)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              COMPUTE H-ISSUE-QTY = 0 - WS-QTY-DELTA
              MOVE FUNCTION CURRENT-DATE(1:4) TO H-ISSUE-DATE(1:4)
              MOVE '-'                        TO H-ISSUE-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO H-ISSUE-DATE(6:2)
              MOVE '-'                        TO H-ISSUE-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO H-ISSUE-DATE(9:2)
              EXEC SQL
                 INSERT INTO API9.LOC_ISSUE
                        (O_NO, P_NO, LOC, QTY, ISSUE_DATE)
                 VALUES (:H-O-NO, :H-I-P-NO, :H-LOC,
                         :H-ISSUE-QTY, :H-ISSUE-DATE)
              END-EXEC
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:20) TO MV-TIMESTAMP
           MOVE 'ORDAMEND'   TO MV-PROGRAM
           MOVE H-I-P-NO     TO MV-PROD-NO
           END-IF
           .

      *****************************************************************
      * LIGNE AU JOURNAL DES CREDITS (FVCRJRN) POUR UNE COMMANDE      *
      * FACTUREE ; MOTIF, PRODUIT, QUANTITE, PRIX, HT ET TVA CREDITES *
      * SONT RENSEIGNES PAR L'APPELANT                                *
      *****************************************************************
       WRITE-CREDIT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:20) TO CJ-TIMESTAMP
           MOVE 'ORDAMEND'  TO CJ-PROGRAM
           MOVE H-O-NO      TO CJ-O-NO
           MOVE H-C-NO      TO CJ-C-NO
           MOVE SPACES      TO CJ-RA-NO
           WRITE CRJRN-RECORD
           IF NOT WS-CJ-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES CREDITS '
                      WS-CJ-STATUS ' COMMANDE ' CH-ORDER-NO
              MOVE '00' TO WS-CJ-STATUS
           END-IF
           .

      *****************************************************************
      * IMPUTATION DU DELTA SUR LE SOLDE CLIENT                       *
      *****************************************************************
           CLOSE CHANGE-FILE
           CLOSE REPORT-FILE
           CLOSE STKMOV-FILE
           CLOSE CRJRN-FILE
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'FIN DU PROGRAMME ORDAMEND'
           DISPLAY 'TOTAL MODIFICATIONS LUES: ' WS-RECORDS-READ
           DISPLAY 'TOTAL APPLIQUEES: ' WS-RECORDS-APPLIED
           DISPLAY 'TOTAL REFUSEES: ' WS-RECORDS-REFUSED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           DISPLAY 'CREDITS A DOCUMENTER (AVOIRS): '
                   WS-RECORDS-CREDITED
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
           MOVE 'ORDAMEND' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-RECORDS-READ    TO RH-RECORDS-READ
           MOVE WS-RECORDS-APPLIED TO RH-RECORDS-OK
           MOVE WS-RECORDS-ERROR   TO RH-RECORDS-ERROR
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
