      *             FOURNISSEUR CONNU EST ESTAMPILLE SUR LE PRODUIT   *
      *             (API9.PRODUCTS.SUP_NO) POUR QUE REORDRPT APPLIQUE *
      *             LE DELAI DE LIVRAISON DU FOURNISSEUR.             *
      *             CHAQUE RECEPTION RAPPROCHEE EST ENFIN AJOUTEE A   *
      *             L'HISTORIQUE FNRCHST (DATES DE PASSATION,         *
      *             ATTENDUE ET DE RECEPTION, QUANTITES, PRIX CONVENU *
      *             ET COUT API7.PRODUCTS.COST) QUI ALIMENTE LE       *
      *             TABLEAU DE BORD FOURNISSEURS SUPSCORE.            *
      *             LA LIGNE PEUT PORTER UN NUMERO DE LOT ET UNE DATE *
      *             DE PEREMPTION : LA QUANTITE RECUE ENTRE DANS LE   *
      *             STOCK PAR LOT API9.STOCK_LOT (LOT A BLANC = LA    *
      *             REFERENCE FOURNISSEUR SERT DE LOT, PEREMPTION A   *
      *             BLANC = PRODUIT NON PERISSABLE), QUE LES SORTIES  *
      *             CONSOMMENT DANS L'ORDRE DES PEREMPTIONS.          *
      *             CHAQUE RECEPTION RECALCULE ENFIN LE COUT MOYEN    *
      *             PONDERE DU PRODUIT (API9.PRODUCTS.AVG_COST) :     *
      *             STOCK AVANT X COUT MOYEN EN COURS, PLUS QUANTITE  *
      *             RECUE AU PRIX DE LA COMMANDE D'ACHAT FNPOMST,     *
      *             PLUS LES FRAIS D'APPROCHE (PORT, DROITS) PORTES   *
      *             PAR LA LIGNE, LE TOUT DIVISE PAR LE NOUVEAU       *
      *             STOCK. CHAQUE CHANGEMENT EST HISTORISE DANS       *
      *             API9.AVG_COST_HIST ; LES PRODUITS DONT LE COUT    *
      *             MOYEN A BOUGE DE PLUS DE LA TOLERANCE (CARTE      *
      *             SYSIN AVGTOL=, 10 PCT PAR DEFAUT) SONT EDITES EN  *
      *             FIN DE RAPPORT (RETURN-CODE 4). C'EST CE COUT     *
      *             MOYEN QUE LISENT INVVAL, MARGRPT, GLJRNL ET       *
      *             BOMCOST.                                          *
      *             UNE RECEPTION DATEE D'UNE PERIODE EN CLOTURE OU   *
      *             FERMEE (FVPERST, SOUS-PROGRAMME PERIODCK) EST     *
      *             REJETEE (R007) OU, EN MODE REPORTER, APPLIQUEE    *
      *             AVEC LE PREMIER JOUR OUVERT POUR DATE DU COUT     *
      *             MOYEN ; CHAQUE REFUS OU REPORT EST TRACE DANS     *
      *             FVBKPOST.                                         *
      * ENTREE    : FNRECPT (PRODUIT, QUANTITE RECUE, DATE, REFERENCE *
      *             FOURNISSEUR, NUMERO FOURNISSEUR, ENTREPOT, LOT,   *
      *             PEREMPTION, PORT, DROITS), FNPOMST                *
      *             (CARNET, FACULTATIF), FNSUPMST (MAITRE,           *
      *             FACULTATIF), FVPERST (STATUT DES PERIODES,        *
      *             FACULTATIF), SYSIN (LOCKFORCE, AVGTOL=)           *
      * SORTIE    : MAJ API9.PRODUCTS.STOCK/STOCK_LOC/STOCK_LOT +     *
      *             MAJ API9.PRODUCTS.AVG_COST + API9.AVG_COST_HIST + *
      *             MAJ FNPOMST + RAPPORT                             *
      *             (FREPORT) + REJETS (FNRCREJ) + HISTORIQUE DES     *
      *             RECEPTIONS RAPPROCHEES (FNRCHST, EN AJOUT) +      *
      *             FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT)        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-SU-STATUS.

      * HISTORIQUE DES RECEPTIONS RAPPROCHEES (EN AJOUT, CREE AU
      * PREMIER PASSAGE) : LU PAR SUPSCORE
           SELECT RCHIST-FILE
               ASSIGN TO FNRCHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 LK-TIMESTAMP         PIC X(20).

      * LONGUEUR VARIABLE 31 A 81 : LES ANCIENS FICHIERS SANS NUMERO
      * DE FOURNISSEUR, ENTREPOT DE RECEPTION, LOT NI FRAIS D'APPROCHE
      * RESTENT LISIBLES TELS QUELS (MEME PRINCIPE QUE LES FICHIERS DE
      * VENTES DANS IMPVENTS)
       FD  RECEIPTS-FILE
           RECORD CONTAINS 31 TO 81 CHARACTERS.
       01 RECEIPT-RECORD.
          05 RC-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
      * ENTREPOT DE RECEPTION (BLANC = ENTREPOT PRINCIPAL E1)
          05 FILLER               PIC X(1).
          05 RC-LOC               PIC X(2).
      * LOT FOURNISSEUR ET DATE DE PEREMPTION AAAA-MM-JJ (BLANCS =
      * LOT PRIS SUR LA REFERENCE FOURNISSEUR, SANS PEREMPTION)
          05 FILLER               PIC X(1).
          05 RC-LOT-NO            PIC X(10).
          05 FILLER               PIC X(1).
          05 RC-EXPIRY-DATE       PIC X(10).
      * FRAIS D'APPROCHE DE LA LIGNE, MONTANTS TOTAUX EN DOLLARS (PORT
      * ET DROITS DE DOUANE, BLANCS = AUCUN) : INCORPORES AU COUT
      * MOYEN PONDERE DU PRODUIT
          05 FILLER               PIC X(1).
          05 RC-FREIGHT-TXT       PIC X(9).
          05 FILLER               PIC X(1).
          05 RC-DUTY-TXT          PIC X(9).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).
          05 PO-DATE-EXPECTED     PIC X(10).
          05 PO-STATUS            PIC X(1).
          05 PO-SUP-NO            PIC X(4).
          05 PO-UNIT-PRICE        PIC 9(5)V99.
          05 PO-QTY-INVOICED      PIC 9(5).
          05 PO-DATE-ORDERED      PIC X(10).

      * MAITRE FOURNISSEURS : MEME DISPOSITION QUE SUP-RECORD DANS
      * SUPMNT
          05 SUP-NAME             PIC X(30).
          05 SUP-LEADTIME         PIC 9(3).
          05 SUP-ACTIVE           PIC X(1).
          05 SUP-PAY-TERMS        PIC 9(3).
          05 SUP-BANK-ACCT        PIC X(34).

      * MOUVEMENT DE STOCK (MEME DISPOSITION DANS TOUS LES PROGRAMMES
      * QUI TOUCHENT LE STOCK ET DANS STKRECON)
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-REFERENCE         PIC X(10).

      * RECEPTION RAPPROCHEE : UNE LIGNE PAR RECEPTION, AVEC LE CUMUL
      * RECU DE LA LIGNE DE COMMANDE APRES CETTE RECEPTION
       FD  RCHIST-FILE.
       01 RCHIST-RECORD.
          05 RH-RECV-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-PO-NO             PIC X(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-QTY-RECEIVED      PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-QTY-ORDERED       PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-CUM-RECEIVED      PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-DATE-ORDERED      PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-DATE-EXPECTED     PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-UNIT-PRICE        PIC 9(5)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RH-STD-COST          PIC 9(5)V99.

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-INPUT-LINE        PIC X(81).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REASON-CODE       PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REASON-TEXT       PIC X(30).

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

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SU-STATUS            PIC XX         VALUE SPACES.
          88 WS-SU-OK                            VALUE '00'.

       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.

       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.

      * LE MAITRE FNSUPMST EST FACULTATIF : ABSENT, LE NUMERO DE
      * FOURNISSEUR DES RECEPTIONS N'EST PAS VALIDE (ANNONCE)
       01 WS-SU-AVAIL-SW          PIC X          VALUE 'N'.
      * QUANTITE RECUE DE LA LIGNE EN COURS
       01 WS-QTY-RECEIVED         PIC 9(5)       VALUE ZERO.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DE RECEPTION, LA DATE RENDUE DATE
      * LE RECALCUL DU COUT MOYEN (API9.AVG_COST_HIST)
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-PER-POST-DATE        PIC X(10)      VALUE SPACES.
       01 WS-PER-ACTION           PIC X          VALUE 'P'.

      * CONTROLE DE LA DATE DE PEREMPTION DE LA LIGNE EN COURS
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.

      * COUT MOYEN PONDERE DE LA LIGNE EN COURS : FRAIS D'APPROCHE
      * (PORT + DROITS), PRIX DE LA LIGNE DE COMMANDE D'ACHAT QUAND LA
      * RECEPTION A ETE RAPPROCHEE, STOCK DE BASE DU CALCUL (UN STOCK
      * AVANT NEGATIF NE PORTE AUCUN COUT ET COMPTE POUR ZERO)
       01 WS-LANDED-COST          PIC S9(7)V99   VALUE ZERO.
       01 WS-PO-PRICE-SW          PIC X          VALUE 'N'.
          88 WS-PO-PRICE-FOUND                   VALUE 'Y'.
       01 WS-PO-PRICE             PIC 9(5)V99    VALUE ZERO.
       01 WS-AVG-BASE-QTY         PIC S9(7)      VALUE ZERO.
       01 WS-AVG-VAR-PCT          PIC S9(5)V99   VALUE ZERO.

      * CARTE SYSIN AVGTOL=nnn : VARIATION DU COUT MOYEN (EN POURCENT
      * DU COUT MOYEN DE DEBUT DE RUN) AU-DELA DE LAQUELLE LE PRODUIT
      * EST EDITE EN FIN DE RAPPORT
       01 WS-AVG-TOL-PCT          PIC 9(3)       VALUE 10.

      * PRODUITS DONT LE COUT MOYEN A ETE RECALCULE DANS LE RUN : COUT
      * MOYEN AVANT LA PREMIERE RECEPTION ET APRES LA DERNIERE
       01 WS-AVG-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-AVG-OVERFLOW         PIC 9(5)       VALUE ZERO.
       01 WS-AVG-OUT-TOL          PIC 9(5)       VALUE ZERO.
       01 WS-AVG-TABLE.
          05 WS-AVG-ENTRY OCCURS 500 TIMES INDEXED BY AV-IX.
             10 WS-AV-PROD-NO     PIC X(3).
             10 WS-AV-RECEIPTS    PIC 9(4)       COMP-3.
             10 WS-AV-FIRST-OLD   PIC S9(7)V9(4) COMP-3.
             10 WS-AV-LAST-NEW    PIC S9(7)V9(4) COMP-3.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
             10 FILLER            PIC X(15)      VALUE
                ' - CLOTUREES : '.
             10 WS-RPT-PO-CLOSED  PIC ZZ,ZZ9.
          05 WS-AVG-HDR           PIC X(132)     VALUE
                'COUTS MOYENS EN VARIATION AU-DELA DE LA TOLERANCE'.
          05 WS-AVG-TOL-LINE.
             10 FILLER            PIC X(28)      VALUE
                'TOLERANCE (AVGTOL=)       : '.
             10 WS-RPT-AVG-TOL    PIC ZZ9.
             10 FILLER            PIC X(4)       VALUE ' PCT'.
          05 WS-AVG-COL-LINE      PIC X(132)     VALUE
                'PRODUIT  RECEPTIONS  COUT MOYEN AVANT  COUT MOYEN APRES
      -         '  VARIATION'.
          05 WS-AVG-LINE.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-AV-PROD    PIC X(3).
             10 FILLER            PIC X(6)       VALUE SPACES.
             10 WS-RPT-AV-RECPT   PIC Z,ZZ9.
             10 FILLER            PIC X(4)       VALUE SPACES.
             10 WS-RPT-AV-OLD     PIC Z,ZZZ,ZZ9.9999.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-AV-NEW     PIC Z,ZZZ,ZZ9.9999.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-AV-PCT     PIC ---,--9.99.
             10 FILLER            PIC X(2)       VALUE ' %'.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-AV-FLAG    PIC X(30).
          05 WS-AVG-NONE-LINE     PIC X(132)     VALUE
                'AUCUN COUT MOYEN HORS TOLERANCE'.
          05 WS-AVG-SUMMARY-LINE.
             10 FILLER            PIC X(28)      VALUE
                'COUTS MOYENS RECALCULES   : '.
             10 WS-RPT-AVG-CNT    PIC Z,ZZ9.
             10 FILLER            PIC X(20)      VALUE
                ' - HORS TOLERANCE : '.
             10 WS-RPT-AVG-OUT    PIC ZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
      * RESTANT LE TOTAL SOCIETE QUE TOUS LES CONSOMMATEURS
      * HISTORIQUES CONTINUENT DE LIRE
       01 H-LOC                   PIC X(2).
       01 H-COST                  PIC S9(5)V9(2) USAGE COMP-3.
      * TABLE API9.STOCK_LOT (P_NO, LOT_NO, EXPIRY_DATE, QTY,
      * RECV_DATE), A AJOUTER AU SCHEMA EXISTANT : DETAIL DU STOCK
      * PAR LOT, EXPIRY_DATE 9999-12-31 POUR UN PRODUIT NON
      * PERISSABLE (IL PASSE ALORS APRES TOUS LES LOTS DATES) ;
      * CONSOMMEE DANS L'ORDRE DES PEREMPTIONS PAR IMPVENTS, ORDENT03
      * ET RELBACKO, QUI TRACENT CHAQUE PRELEVEMENT DANS
      * API9.LOT_ALLOC (O_NO, P_NO, LOT_NO, QTY, ALLOC_DATE)
       01 H-LOT-NO                PIC X(10).
       01 H-LOT-EXPIRY            PIC X(10).
       01 H-LOT-RECV-DATE         PIC X(10).
      * COLONNE AVG_COST DECIMAL(11,4) SUR API9.PRODUCTS (COUT MOYEN
      * PONDERE, NULL TANT QU'AUCUNE RECEPTION NE L'A CALCULE : LES
      * LECTEURS RETOMBENT ALORS SUR API7.PRODUCTS.COST) ET TABLE
      * API9.AVG_COST_HIST (P_NO, CHG_DATE, CHG_TS, OLD_AVG, NEW_AVG,
      * QTY_BEFORE, QTY_RECEIVED, UNIT_COST, LANDED_COST, PO_NO), A
      * AJOUTER AU SCHEMA EXISTANT : UNE LIGNE PAR RECALCUL
       01 H-AVG-OLD               PIC S9(7)V9(4) USAGE COMP-3.
       01 H-AVG-NEW               PIC S9(7)V9(4) USAGE COMP-3.
       01 H-AVG-UNIT              PIC S9(7)V9(4) USAGE COMP-3.
       01 H-AVG-LANDED            PIC S9(7)V99   USAGE COMP-3.
       01 H-AVG-PO-NO             PIC X(7).
       01 H-AVG-DATE              PIC X(10).

       PROCEDURE DIVISION.

              GOBACK
           END-IF

           PERFORM LOAD-PERIOD-STATUS

      * LE CARNET DES COMMANDES D'ACHAT EST FACULTATIF : SON ABSENCE
      * NE BLOQUE PAS LES RECEPTIONS, ELLE EST SIMPLEMENT ANNONCEE
           OPEN I-O PO-FILE
              GOBACK
           END-IF

      * HISTORIQUE DES RECEPTIONS RAPPROCHEES EN AJOUT (CREE AU
      * PREMIER PASSAGE)
           OPEN EXTEND RCHIST-FILE
           IF NOT WS-RH-OK
              OPEN OUTPUT RCHIST-FILE
           END-IF
           IF NOT WS-RH-OK
              DISPLAY 'ERREUR OUVERTURE HISTORIQUE DES RECEPTIONS '
                      WS-RH-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN (CARTES LOCKFORCE ET AVGTOL=nnn)     *
      *****************************************************************
       READ-LOCK-CARDS.
           OPEN INPUT SYSIN-FILE
                          DISPLAY 'CARTE LOCKFORCE : VERROU '
                                  'EVENTUEL IGNORE'
                       END-IF
                       IF SYSIN-RECORD(1:7) = 'AVGTOL='
                          IF SYSIN-RECORD(8:3) IS NUMERIC
                             MOVE SYSIN-RECORD(8:3) TO WS-AVG-TOL-PCT
                             DISPLAY 'TOLERANCE DE VARIATION DU COUT '
                                     'MOYEN SYSIN: ' WS-AVG-TOL-PCT
                                     ' PCT'
                          ELSE
                             DISPLAY 'CARTE SYSIN IGNOREE (MAL '
                                     'FORMEE): ' SYSIN-RECORD(1:20)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           COMPUTE WS-QTY-RECEIVED = FUNCTION NUMVAL(RC-QTY-TXT)

      * LA DATE DE PEREMPTION, QUAND ELLE EST FOURNIE, DOIT ETRE UNE
      * DATE AAAA-MM-JJ VALIDE (ELLE ORDONNE LES SORTIES DE STOCK)
           IF RC-EXPIRY-DATE NOT = SPACES
              MOVE ZERO TO WS-DATE-CCYYMMDD
              IF RC-EXPIRY-DATE(1:4) IS NUMERIC
                 AND RC-EXPIRY-DATE(6:2) IS NUMERIC
                 AND RC-EXPIRY-DATE(9:2) IS NUMERIC
                 MOVE RC-EXPIRY-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
                 MOVE RC-EXPIRY-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
                 MOVE RC-EXPIRY-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
                 DISPLAY 'DATE DE PEREMPTION INVALIDE, RECEPTION '
                         'REJETEE: ' RC-PROD-NO ' ' RC-EXPIRY-DATE
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R005' TO RJ-REASON-CODE
                 MOVE 'DATE DE PEREMPTION INVALIDE' TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF

      * LES FRAIS D'APPROCHE, QUAND ILS SONT FOURNIS, DOIVENT ETRE
      * NUMERIQUES (ILS ENTRENT DANS LE COUT MOYEN DU PRODUIT)
           MOVE ZERO TO WS-LANDED-COST
           IF RC-FREIGHT-TXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(RC-FREIGHT-TXT) NOT = 0
                 DISPLAY 'FRAIS DE PORT INVALIDES, RECEPTION '
                         'REJETEE: ' RC-PROD-NO ' ' RC-FREIGHT-TXT
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R006' TO RJ-REASON-CODE
                 MOVE 'FRAIS D''APPROCHE INVALIDES' TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-LANDED-COST = WS-LANDED-COST
                    + FUNCTION NUMVAL(RC-FREIGHT-TXT)
           END-IF
           IF RC-DUTY-TXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(RC-DUTY-TXT) NOT = 0
                 DISPLAY 'DROITS DE DOUANE INVALIDES, RECEPTION '
                         'REJETEE: ' RC-PROD-NO ' ' RC-DUTY-TXT
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R006' TO RJ-REASON-CODE
                 MOVE 'FRAIS D''APPROCHE INVALIDES' TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-LANDED-COST = WS-LANDED-COST
                    + FUNCTION NUMVAL(RC-DUTY-TXT)
           END-IF

      * LE FOURNISSEUR DOIT ETRE CONNU AU MAITRE QUAND CELUI-CI EST
      * PRESENT ; UN NUMERO A BLANC (ANCIEN FORMAT X(31)) EST TOLERE
           IF RC-SUP-NO NOT = SPACES AND WS-SU-AVAILABLE
              EXIT PARAGRAPH
           END-IF

      * RECEPTION DATEE D'UNE PERIODE EN CLOTURE OU FERMEE : REJETEE
      * (A REPRESENTER UNE FOIS LA PERIODE PASSEE EN BACKPOST=REDIRECT
      * PAR PERCLOSE) OU APPLIQUEE AVEC LE PREMIER JOUR OUVERT POUR
      * DATE DU RECALCUL DU COUT MOYEN ; LE LOT ET L'HISTORIQUE FNRCHST
      * GARDENT LA DATE DE RECEPTION PHYSIQUE
           CALL 'PERIODCK' USING RC-DATE WS-PER-COUNT WS-PER-TABLE
                   WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'X'
              DISPLAY 'PERIODE FERMEE, RECEPTION REJETEE: '
                      RC-PROD-NO ' ' RC-DATE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'R007' TO RJ-REASON-CODE
              MOVE 'PERIODE DE RECEPTION FERMEE' TO RJ-REASON-TEXT
              PERFORM WRITE-REJECT-LINE
              MOVE +0 TO BP-AMOUNT
              MOVE 'RECEPTION REFUSEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              EXIT PARAGRAPH
           END-IF

           PERFORM INCREMENT-STOCK
           .

              PERFORM WRITE-DETAIL-LINE
              PERFORM WRITE-STOCK-MOVEMENT
              PERFORM UPDATE-LOCATION-STOCK
              PERFORM UPDATE-LOT-STOCK
              PERFORM STAMP-PRODUCT-SUPPLIER
              PERFORM MATCH-RECEIPT-TO-PO
              PERFORM UPDATE-AVERAGE-COST
              IF WS-PER-ACTION = 'R'
                 MOVE +0 TO BP-AMOUNT
                 MOVE 'RECEPTION REPORTEE' TO BP-DETAIL
                 PERFORM APPEND-BACKPOST
              END-IF
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= 100
                 EXEC SQL COMMIT END-EXEC
           END-IF
           .

      *****************************************************************
      * DETAIL PAR LOT : LA RECEPTION ENTRE DANS SON LOT (RC-LOT-NO, *
      * BLANC = REFERENCE FOURNISSEUR) DANS API9.STOCK_LOT, CREE AU  *
      * BESOIN AVEC SA PEREMPTION (9999-12-31 SI NON FOURNIE) ; UN   *
      * LOT DEJA CONNU GARDE SA PEREMPTION D'ORIGINE                 *
      *****************************************************************
       UPDATE-LOT-STOCK.
           IF RC-LOT-NO = SPACES
              MOVE RC-SUPPLIER-REF TO H-LOT-NO
           ELSE
              MOVE RC-LOT-NO TO H-LOT-NO
           END-IF
           IF RC-EXPIRY-DATE = SPACES
              MOVE '9999-12-31' TO H-LOT-EXPIRY
           ELSE
              MOVE RC-EXPIRY-DATE TO H-LOT-EXPIRY
           END-IF
           MOVE RC-DATE TO H-LOT-RECV-DATE
           MOVE WS-QTY-RECEIVED TO H-STOCK-QTY
           EXEC SQL
               UPDATE API9.STOCK_LOT
                  SET QTY = QTY + :H-STOCK-QTY
                WHERE P_NO   = :H-PROD-NO
                  AND LOT_NO = :H-LOT-NO
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) = 0
              EXEC SQL
                  INSERT INTO API9.STOCK_LOT
                         (P_NO, LOT_NO, EXPIRY_DATE, QTY, RECV_DATE)
                  VALUES (:H-PROD-NO, :H-LOT-NO,
                          :H-LOT-EXPIRY,
                          :H-STOCK-QTY, :H-LOT-RECV-DATE)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ STOCK LOT ' RC-PROD-NO '/'
                      H-LOT-NO ' SQLCODE ' SQLCODE
           END-IF
           .

      *****************************************************************
      * ESTAMPILLE DU DERNIER FOURNISSEUR CONNU SUR LE PRODUIT       *
      * (API9.PRODUCTS.SUP_NO) : C'EST LA QUE REORDRPT TROUVE LE     *
      * SUR-LIVRAISON SIGNALEE, COMMANDE SOLDEE CLOTUREE             *
      *****************************************************************
       MATCH-RECEIPT-TO-PO.
           MOVE 'N'  TO WS-PO-PRICE-SW
           MOVE ZERO TO WS-PO-PRICE
           IF NOT WS-PO-AVAILABLE
              EXIT PARAGRAPH
           END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PO-MATCHED
           IF PO-UNIT-PRICE > 0
              MOVE 'Y'           TO WS-PO-PRICE-SW
              MOVE PO-UNIT-PRICE TO WS-PO-PRICE
           END-IF
           ADD WS-QTY-RECEIVED TO PO-QTY-RECEIVED
           EVALUATE TRUE
              WHEN PO-QTY-RECEIVED > PO-QTY-ORDERED
              MOVE '00' TO WS-PO-STATUS
           END-IF
           WRITE REPORT-RECORD FROM WS-PO-MATCH-LINE
           PERFORM WRITE-RECEIPT-HISTORY
           .

      *****************************************************************
      * AJOUT DE LA RECEPTION RAPPROCHEE A L'HISTORIQUE FNRCHST : LE *
      * FOURNISSEUR EST CELUI DE LA COMMANDE (A DEFAUT CELUI DE LA   *
      * RECEPTION), LE COUT EST CELUI D'API7.PRODUCTS.COST DU JOUR   *
      *****************************************************************
       WRITE-RECEIPT-HISTORY.
           MOVE RC-DATE          TO RH-RECV-DATE
           IF PO-SUP-NO NOT = SPACES
              MOVE PO-SUP-NO     TO RH-SUP-NO
           ELSE
              MOVE RC-SUP-NO     TO RH-SUP-NO
           END-IF
           MOVE PO-NO            TO RH-PO-NO
           MOVE PO-PROD-NO       TO RH-PROD-NO
           MOVE WS-QTY-RECEIVED  TO RH-QTY-RECEIVED
           MOVE PO-QTY-ORDERED   TO RH-QTY-ORDERED
           MOVE PO-QTY-RECEIVED  TO RH-CUM-RECEIVED
           MOVE PO-DATE-ORDERED  TO RH-DATE-ORDERED
           MOVE PO-DATE-EXPECTED TO RH-DATE-EXPECTED
           MOVE PO-UNIT-PRICE    TO RH-UNIT-PRICE
           MOVE ZERO TO H-COST
           EXEC SQL
               SELECT COALESCE(COST,0)
                 INTO :H-COST
                 FROM API7.PRODUCTS
                WHERE P_NO = :H-PROD-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE ZERO TO H-COST
           END-IF
           MOVE H-COST           TO RH-STD-COST
           WRITE RCHIST-RECORD
           IF NOT WS-RH-OK
              DISPLAY 'ERREUR ECRITURE HISTORIQUE DES RECEPTIONS '
                      WS-RH-STATUS
              MOVE '00' TO WS-RH-STATUS
           END-IF
           .

      *****************************************************************
      * RECALCUL DU COUT MOYEN PONDERE DU PRODUIT : (STOCK AVANT X    *
      * COUT MOYEN EN COURS + QUANTITE RECUE X PRIX UNITAIRE + FRAIS  *
      * D'APPROCHE) / (STOCK AVANT + QUANTITE RECUE). LE COUT MOYEN   *
      * EN COURS EST AVG_COST, A DEFAUT LE COUT FOURNISSEUR API7 ; LE *
      * PRIX UNITAIRE EST CELUI DE LA LIGNE DE COMMANDE D'ACHAT, A    *
      * DEFAUT (RECEPTION HORS COMMANDE) LE COUT MOYEN EN COURS. UN   *
      * STOCK AVANT NEGATIF COMPTE POUR ZERO.                         *
      *****************************************************************
       UPDATE-AVERAGE-COST.
           MOVE ZERO TO H-AVG-OLD
           EXEC SQL
               SELECT COALESCE(AVG_COST,0)
                 INTO :H-AVG-OLD
                 FROM API9.PRODUCTS
                WHERE P_NO = :H-PROD-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR LECTURE COUT MOYEN ' RC-PROD-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF
           IF H-AVG-OLD = 0
              EXEC SQL
                  SELECT COALESCE(COST,0)
                    INTO :H-AVG-OLD
                    FROM API7.PRODUCTS
                   WHERE P_NO = :H-PROD-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE ZERO TO H-AVG-OLD
              END-IF
           END-IF

           IF WS-PO-PRICE-FOUND
              MOVE WS-PO-PRICE TO H-AVG-UNIT
              MOVE PO-NO       TO H-AVG-PO-NO
           ELSE
              MOVE H-AVG-OLD   TO H-AVG-UNIT
              MOVE SPACES      TO H-AVG-PO-NO
           END-IF
           IF H-STOCK-BEFORE > 0
              MOVE H-STOCK-BEFORE TO WS-AVG-BASE-QTY
           ELSE
              MOVE ZERO TO WS-AVG-BASE-QTY
           END-IF
           MOVE WS-LANDED-COST TO H-AVG-LANDED
           COMPUTE H-AVG-NEW ROUNDED =
                 (WS-AVG-BASE-QTY * H-AVG-OLD
                  + WS-QTY-RECEIVED * H-AVG-UNIT
                  + WS-LANDED-COST)
                 / (WS-AVG-BASE-QTY + WS-QTY-RECEIVED)

           EXEC SQL
               UPDATE API9.PRODUCTS
                  SET AVG_COST = :H-AVG-NEW
                WHERE P_NO = :H-PROD-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ COUT MOYEN ' RC-PROD-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-PER-POST-DATE TO H-AVG-DATE
           MOVE WS-QTY-RECEIVED TO H-STOCK-QTY
           EXEC SQL
               INSERT INTO API9.AVG_COST_HIST
                      (P_NO, CHG_DATE, CHG_TS, OLD_AVG, NEW_AVG,
                       QTY_BEFORE, QTY_RECEIVED, UNIT_COST,
                       LANDED_COST, PO_NO)
               VALUES (:H-PROD-NO, :H-AVG-DATE, CURRENT TIMESTAMP,
                       :H-AVG-OLD, :H-AVG-NEW,
                       :H-STOCK-BEFORE, :H-STOCK-QTY, :H-AVG-UNIT,
                       :H-AVG-LANDED, :H-AVG-PO-NO)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR HISTORIQUE COUT MOYEN ' RC-PROD-NO
                      ' SQLCODE ' SQLCODE
           END-IF

           PERFORM TRACK-AVERAGE-COST
           .

      *****************************************************************
      * SUIVI DU COUT MOYEN DANS LE RUN : LE PREMIER COUT AVANT ET LE *
      * DERNIER COUT APRES DE CHAQUE PRODUIT, POUR LE CONTROLE DE     *
      * TOLERANCE DE FIN DE RUN                                       *
      *****************************************************************
       TRACK-AVERAGE-COST.
           SET AV-IX TO 1
           SEARCH WS-AVG-ENTRY
              AT END
                 ADD 1 TO WS-AVG-OVERFLOW
              WHEN AV-IX > WS-AVG-COUNT
                 ADD 1 TO WS-AVG-COUNT
                 MOVE RC-PROD-NO TO WS-AV-PROD-NO(AV-IX)
                 MOVE 1          TO WS-AV-RECEIPTS(AV-IX)
                 MOVE H-AVG-OLD  TO WS-AV-FIRST-OLD(AV-IX)
                 MOVE H-AVG-NEW  TO WS-AV-LAST-NEW(AV-IX)
              WHEN WS-AV-PROD-NO(AV-IX) = RC-PROD-NO
                 ADD 1          TO WS-AV-RECEIPTS(AV-IX)
                 MOVE H-AVG-NEW TO WS-AV-LAST-NEW(AV-IX)
           END-SEARCH
           .

      *****************************************************************
      * EDITION DES PRODUITS DONT LE COUT MOYEN A VARIE, SUR LE RUN,  *
      * DE PLUS DE LA TOLERANCE (AVGTOL=) ; UN PRODUIT SANS COUT      *
      * ANTERIEUR EST EDITE POUR CONTROLE DE SON PREMIER COUT         *
      *****************************************************************
       PRINT-AVERAGE-COST-EXCEPTIONS.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-AVG-HDR
           MOVE WS-AVG-TOL-PCT TO WS-RPT-AVG-TOL
           WRITE REPORT-RECORD FROM WS-AVG-TOL-LINE
           WRITE REPORT-RECORD FROM WS-AVG-COL-LINE
           PERFORM VARYING AV-IX FROM 1 BY 1
                   UNTIL AV-IX > WS-AVG-COUNT
              MOVE SPACES TO WS-RPT-AV-FLAG
              MOVE ZERO   TO WS-AVG-VAR-PCT
              IF WS-AV-FIRST-OLD(AV-IX) = 0
                 IF WS-AV-LAST-NEW(AV-IX) NOT = 0
                    MOVE 'PREMIER COUT MOYEN' TO WS-RPT-AV-FLAG
                 END-IF
              ELSE
                 COMPUTE WS-AVG-VAR-PCT ROUNDED =
                       (WS-AV-LAST-NEW(AV-IX) - WS-AV-FIRST-OLD(AV-IX))
                       * 100 / WS-AV-FIRST-OLD(AV-IX)
                 IF WS-AVG-VAR-PCT > WS-AVG-TOL-PCT
                    OR WS-AVG-VAR-PCT < 0 - WS-AVG-TOL-PCT
                    MOVE '*** HORS TOLERANCE ***' TO WS-RPT-AV-FLAG
                 END-IF
              END-IF
              IF WS-RPT-AV-FLAG NOT = SPACES
                 ADD 1 TO WS-AVG-OUT-TOL
                 MOVE WS-AV-PROD-NO(AV-IX)   TO WS-RPT-AV-PROD
                 MOVE WS-AV-RECEIPTS(AV-IX)  TO WS-RPT-AV-RECPT
                 MOVE WS-AV-FIRST-OLD(AV-IX) TO WS-RPT-AV-OLD
                 MOVE WS-AV-LAST-NEW(AV-IX)  TO WS-RPT-AV-NEW
                 MOVE WS-AVG-VAR-PCT         TO WS-RPT-AV-PCT
                 WRITE REPORT-RECORD FROM WS-AVG-LINE
              END-IF
           END-PERFORM
           IF WS-AVG-OUT-TOL = 0
              WRITE REPORT-RECORD FROM WS-AVG-NONE-LINE
           END-IF
           MOVE WS-AVG-COUNT   TO WS-RPT-AVG-CNT
           MOVE WS-AVG-OUT-TOL TO WS-RPT-AVG-OUT
           WRITE REPORT-RECORD FROM WS-AVG-SUMMARY-LINE
           IF WS-AVG-OVERFLOW > 0
              DISPLAY 'TABLE DES COUTS MOYENS SATUREE, PRODUITS NON '
                      'CONTROLES: ' WS-AVG-OVERFLOW
           END-IF
           .

      *****************************************************************
           MOVE SPACES TO RJ-REASON-TEXT
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
      * TRACE D'UNE RECEPTION REFUSEE OU REPORTEE (FVBKPOST, EN       *
      * AJOUT) ; BP-AMOUNT ET BP-DETAIL SONT RENSEIGNES PAR           *
      * L'APPELANT                                                    *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BP-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BP-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'IMPRECPT'       TO BP-PROGRAM
              MOVE WS-PER-ACTION    TO BP-ACTION
              MOVE RC-DATE          TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE TO BP-POST-DATE
              MOVE RC-SUPPLIER-REF  TO BP-REFERENCE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

      *****************************************************************
      * FINALISATION                                                 *
      *****************************************************************
       FINALIZATION.
           EXEC SQL COMMIT END-EXEC
           PERFORM PRINT-OPEN-PO-BOOK
           PERFORM PRINT-AVERAGE-COST-EXCEPTIONS
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RELEASE-RUN-LOCK
           IF WS-AVG-OUT-TOL > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME IMPRECPT'
           DISPLAY 'TOTAL RECEPTIONS LUES: ' WS-RECORDS-READ
           DISPLAY 'TOTAL APPLIQUEES: ' WS-RECORDS-APPLIED
                   WS-PO-UNMATCHED
           DISPLAY 'COMMANDES D''ACHAT ENCORE OUVERTES: '
                   WS-PO-STILL-OPEN
           DISPLAY 'COUTS MOYENS HORS TOLERANCE: ' WS-AVG-OUT-TOL
           .

      *****************************************************************
           CLOSE REPORT-FILE
           CLOSE REJECT-FILE
           CLOSE STKMOV-FILE
           CLOSE RCHIST-FILE
           IF WS-PO-AVAILABLE
              CLOSE PO-FILE
           END-IF
