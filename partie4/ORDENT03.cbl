      * LA TARIFICATION CONSULTE D'ABORD LE TARIF CONTRAT DU CLIENT
      * (API9.CONTRACT_PRICES, MEME TABLE QU'IMPVENTS) EN VIGUEUR A
      * LA DATE DU JOUR, PUIS LE PRIX CATALOGUE ; UN CONTRAT APPLIQUE
      * EST SIGNALE DANS LE MESSAGE DE CONFIRMATION. LE PRIX
      * CATALOGUE EST AJUSTE DU PALIER DE QUANTITE DU PRODUIT
      * (API9.PRICE_TIERS, CHOIX PAR LE SOUS-PROGRAMME PARTAGE
      * PRCTIER, COMME AU CHARGEMENT DE NUIT) ET LE PALIER EST
      * CONSERVE SUR LA LIGNE (ITEMS.TIER_QTY) POUR LA FACTURE.
      * LA CAMPAGNE PROMOTIONNELLE EN VIGUEUR POUR LE PRODUIT ET LA
      * SOURCE (API9.CAMPAIGNS/CAMPAIGN_LINES, CHOIX PAR CAMPSEL COMME
      * AU CHARGEMENT DE NUIT) REMISE ENSUITE LE PRIX CATALOGUE ; SON
      * CODE ET LA REMISE SONT PORTES SUR LA LIGNE (ITEMS.CAMP_CODE/
      * CAMP_DISC) ET IMPUTES SUR LE BUDGET DE LA CAMPAGNE DANS LA
      * MEME UNITE DE TRAVAIL ; UN BUDGET EPUISE ENTRE-TEMPS ANNULE
      * LA SAISIE, QUI EST A REPRENDRE.
      * UN DEVIS ACCEPTE (FICHIER CICS QUOTE03 TENU PAR QUOTE03) SE
      * TRANSFORME ICI EN COMMANDE : LE NUMERO DE DEVIS SAISI REPREND
      * CLIENT, VENDEUR, SOURCE ET LIGNES LAISSES A BLANC, LE PRIX
      * FIGE AU DEVIS PRIME SUR TOUTE AUTRE TARIFICATION POUR LES
      * PRODUITS DU DEVIS ; LE DEVIS DOIT ETRE OUVERT, NON ECHU ET DU
      * MEME CLIENT, ET PASSE A L'ETAT 'C' (AVEC LE NUMERO DE
      * COMMANDE) DANS LA MEME UNITE DE TRAVAIL QUE LA COMMANDE.
      * UNE DATE DE LIVRAISON SOUHAITEE (JJ/MM/AAAA) AU-DELA DE
      * L'HORIZON (MEME VALEUR QUE LA CARTE HORIZON= D'IMPVENTS) NE
      * CREE PAS LA VENTE : NI STOCK NI CREDIT NI ECRITURE EN BASE, LA
      * COMMANDE EST PLANIFIEE DANS LE FICHIER CICS SCHED03 (ET LE
      * DEVIS EVENTUEL PASSE A L'ETAT 'C') ; SCHEDREL LA CONVERTIT EN
      * LIGNES DE VENTES DE SA SOURCE QUAND LA DATE ENTRE DANS LA
      * FENETRE, ET IMPVENTS LA CHARGE AVEC LES CONTROLES HABITUELS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
             10 WS-SHIP-KEY-SITE PIC X(2).
          05 WS-SHIP-NAME    PIC X(30).
          05 WS-SHIP-ADDR    PIC X(40).
          05 WS-SHIP-ZONE    PIC X(2).
          05 WS-SHIP-COUNTRY PIC X(2).
       77 WS-VAT-BEST-DATE   PIC X(10)  VALUE SPACES.
       77 WS-VAT-HAVE-SW     PIC X      VALUE 'N'.
          88 WS-VAT-HAVE               VALUE 'Y'.
       77 WS-CONTRACT-SW     PIC X      VALUE 'N'.
          88 WS-CONTRACT-APPLIED       VALUE 'Y'.

      * PALIERS DE PRIX DU PRODUIT DE LA LIGNE EN COURS (TABLE
      * API9.PRICE_TIERS), MEME DISPOSITION QUE LK-TIER-TABLE DANS LE
      * SOUS-PROGRAMME PARTAGE PRCTIER ; WS-TIER-QTY = QUANTITE
      * MINIMALE DU PALIER APPLIQUE (0 = PRIX CATALOGUE PLEIN)
       01 WS-TIER-TABLE.
          05 WS-TIER-ENTRY   OCCURS 500 TIMES.
             10 WS-TR-PNO     PIC XXX.
             10 WS-TR-MIN-QTY PIC 9(5).
             10 WS-TR-PRICE   PIC 9(5)V99.
             10 WS-TR-PCT-OFF PIC 9(2)V99.
       77 WS-TIER-COUNT      PIC 9(3)   VALUE ZERO.
       77 WS-TIER-MAX        PIC 9(3)   VALUE 500.
       77 WS-PT-QTY          PIC 9(5)   VALUE ZERO.
       77 WS-PT-BASE-PRICE   PIC 9(5)V99 VALUE ZERO.
       77 WS-PT-UNIT-PRICE   PIC 9(5)V99 VALUE ZERO.
       77 WS-TIER-QTY        PIC 9(5)   VALUE ZERO.
       77 WS-TIER-SW         PIC X      VALUE 'N'.
          88 WS-TIER-APPLIED           VALUE 'Y'.

      * CAMPAGNES PROMOTIONNELLES DU PRODUIT DE LA LIGNE EN COURS
      * (TABLES API9.CAMPAIGNS/CAMPAIGN_LINES), MEME DISPOSITION QUE
      * LK-CAMP-TABLE DANS LE SOUS-PROGRAMME PARTAGE CAMPSEL ;
      * WS-CAMP-CODE = CAMPAGNE APPLIQUEE (BLANCS = AUCUNE)
       01 WS-CAMP-TABLE.
          05 WS-CAMP-ENTRY   OCCURS 200 TIMES.
             10 WS-CP-CODE    PIC X(8).
             10 WS-CP-PNO     PIC XXX.
             10 WS-CP-SRC     PIC XX.
             10 WS-CP-FROM    PIC X(10).
             10 WS-CP-TO      PIC X(10).
             10 WS-CP-PCT-OFF PIC 9(2)V99.
             10 WS-CP-BUDGET  PIC 9(9)V99.
             10 WS-CP-USED    PIC 9(9)V99.
       77 WS-CAMP-COUNT      PIC 9(3)   VALUE ZERO.
       77 WS-CAMP-MAX        PIC 9(3)   VALUE 200.
       77 WS-CS-MODE         PIC X      VALUE 'C'.
       77 WS-CS-UNIT-PRICE   PIC 9(5)V99 VALUE ZERO.
       77 WS-CAMP-CODE       PIC X(8)   VALUE SPACES.
       77 WS-CAMP-DISC       PIC 9(7)V99 VALUE ZERO.
       77 WS-CAMP-SW         PIC X      VALUE 'N'.
          88 WS-CAMP-APPLIED           VALUE 'Y'.

      * MOUVEMENT DE STOCK (MEME DISPOSITION QUE DANS LES PROGRAMMES
      * DE LOT QUI TOUCHENT LE STOCK) : ECRIT DANS LE FICHIER CICS
      * STKMOV03, QUI POINTE SUR LE JOURNAL COMMUN FVSTKMOV REJOUE
          05 FILLER            PIC X(1)   VALUE SPACES.
          05 MV-REFERENCE      PIC X(10).

      * DEVIS A TRANSFORMER (MEME DISPOSITION QUE WS-QUOTE-REC DANS
      * QUOTE03, FICHIER CICS QUOTE03, CLE = NUMERO DE DEVIS)
       01 WS-QUOTE-REC.
          05 QT-QUOTE-NO     PIC 9(7).
          05 FILLER          PIC X(1).
          05 QT-CUST-NO      PIC 9(4).
          05 FILLER          PIC X(1).
          05 QT-EMP-NO       PIC 9(2).
          05 FILLER          PIC X(1).
          05 QT-SRC          PIC XX.
          05 FILLER          PIC X(1).
          05 QT-QUOTE-DATE   PIC X(10).
          05 FILLER          PIC X(1).
          05 QT-VALID-DATE   PIC X(10).
          05 FILLER          PIC X(1).
          05 QT-STATUS       PIC X(1).
             88 QT-OPEN                 VALUE 'O'.
          05 FILLER          PIC X(1).
          05 QT-ORDER-NO     PIC 9(7).
          05 FILLER          PIC X(1).
          05 QT-CLOSE-DATE   PIC X(10).
          05 FILLER          PIC X(1).
          05 QT-LOGIN        PIC X(8).
          05 QT-LINE         OCCURS 3 TIMES INDEXED BY QT-IX.
             10 FILLER       PIC X(1).
             10 QT-PROD-NO   PIC X(3).
             10 FILLER       PIC X(1).
             10 QT-QTY       PIC 9(2).
             10 FILLER       PIC X(1).
             10 QT-PRICE     PIC 9(5)V99.
             10 FILLER       PIC X(1).
             10 QT-PRICE-SRC PIC X(1).
       01 WS-QUOTE-KEY       PIC 9(7)   VALUE ZERO.
       77 WS-QUOTE-SW        PIC X      VALUE 'N'.
          88 WS-FROM-QUOTE             VALUE 'Y'.
       77 WS-QUOTE-PRICE-SW  PIC X      VALUE 'N'.
          88 WS-QUOTE-PRICED           VALUE 'Y'.

      * LIVRAISON SOUHAITEE : AU-DELA DE LA DATE DU JOUR + HORIZON
      * (EN JOURS ENTIERS) LA COMMANDE EST PLANIFIEE DANS SCHED03
       77 WS-SCHED-HORIZON   PIC 9(3)   VALUE 14.
       77 WS-HORIZON-INT     PIC 9(7)   VALUE ZERO.
       77 WS-RDD-INT         PIC 9(7)   VALUE ZERO.
       01 WS-RDD-CCYYMMDD    PIC 9(8)   VALUE ZERO.
       01 WS-RDD-PARTS REDEFINES WS-RDD-CCYYMMDD.
          05 WS-RDD-YYYY     PIC X(4).
          05 WS-RDD-MM       PIC X(2).
          05 WS-RDD-DD       PIC X(2).
       77 WS-SCHED-SW        PIC X      VALUE 'N'.
          88 WS-ORDER-SCHEDULED        VALUE 'Y'.

      * TOTAL TTC PRE-CALCULE DE LA SAISIE, POUR LE CONTROLE DE
      * PLAFOND DE CREDIT AVANT TOUTE ECRITURE
       77 WS-PRECHECK-TOTAL  PIC S9(9)V99 COMP-3 VALUE +0.
       01 H-I-QTY            PIC S9(3)    USAGE COMP-3.
       01 H-I-PRICE          PIC S9(5)V99 USAGE COMP-3.
       01 H-I-TAX            PIC S9(5)V99 USAGE COMP-3.
      * COLONNE TIER_QTY SUR API9.ITEMS (CF. IMPVENTS)
       01 H-I-TIER-QTY       PIC S9(5)    USAGE COMP-3.
       01 H-TR-MIN-QTY       PIC S9(5)    USAGE COMP-3.
       01 H-TR-PRICE         PIC S9(5)V99 USAGE COMP-3.
       01 H-TR-PCT-OFF       PIC S9(2)V99 USAGE COMP-3.
      * COLONNES CAMP_CODE/CAMP_DISC SUR API9.ITEMS (CF. IMPVENTS)
       01 H-I-CAMP-CODE      PIC X(8).
       01 H-I-CAMP-DISC      PIC S9(7)V99 USAGE COMP-3.
       01 H-CP-CODE          PIC X(8).
       01 H-CP-SRC           PIC XX.
       01 H-CP-FROM          PIC X(10).
       01 H-CP-TO            PIC X(10).
       01 H-CP-PCT-OFF       PIC S9(2)V99 USAGE COMP-3.
       01 H-CP-BUDGET        PIC S9(9)V99 USAGE COMP-3.
       01 H-CP-USED          PIC S9(9)V99 USAGE COMP-3.
       01 H-STOCK-QTY        PIC S9(5)    USAGE COMP-3.
       01 H-STK-BEFORE       PIC S9(5)    USAGE COMP-3.
      * DETAIL DU STOCK PAR ENTREPOT (TABLE API9.STOCK_LOC) : LA
      * VENTE AU COMPTOIR SORT D'ABORD DE E1 PUIS, EN REPLI, DE E2,
      * CHAQUE SORTIE TRACEE DANS API9.LOC_ISSUE (CF. IMPVENTS)
       01 H-LOC              PIC X(2).
       01 H-LOC-QTY          PIC S9(7)    USAGE COMP-3.
       01 H-LOC-TAKE         PIC S9(7)    USAGE COMP-3.
       77 WS-LOC-NEED        PIC S9(7)    COMP-3 VALUE +0.
      * DETAIL DU STOCK PAR LOT (TABLE API9.STOCK_LOT) : LA VENTE
      * CONSOMME LE LOT QUI PERIME LE PLUS TOT, TRACE DANS LOT_ALLOC
       01 H-LOT-NO           PIC X(10).
       01 H-LOT-QTY          PIC S9(7)    USAGE COMP-3.
       01 H-LOT-TAKE         PIC S9(7)    USAGE COMP-3.
       77 WS-LOT-NEED        PIC S9(7)    COMP-3 VALUE +0.
       77 WS-LOT-EMPTY-SW    PIC X        VALUE 'N'.
          88 WS-LOT-EMPTY               VALUE 'Y'.
       01 H-C-DELTA          PIC S9(9)V99 USAGE COMP-3.
       01 H-CR-BALANCE       PIC S9(9)V99 USAGE COMP-3.
       01 H-CR-LIMIT         PIC S9(9)V99 USAGE COMP-3.
       01 H-C-EXEMPT         PIC X(1).
       01 H-C-CERT-EXP       PIC X(10).

      * PALIERS DE PRIX D'UN PRODUIT (TABLE API9.PRICE_TIERS)
           EXEC SQL
              DECLARE TIER-CURSOR CURSOR FOR
              SELECT MIN_QTY, COALESCE(PRICE,0), COALESCE(PCT_OFF,0)
                FROM API9.PRICE_TIERS
               WHERE P_NO = :H-I-P-NO
               ORDER BY MIN_QTY
           END-EXEC.

      * CAMPAGNES PROMOTIONNELLES D'UN PRODUIT, BUDGET CONSOMME A JOUR
           EXEC SQL
              DECLARE CAMP-CURSOR CURSOR FOR
              SELECT C.CAMP_CODE, COALESCE(L.SRC,' '),
                     COALESCE(C.DATE_FROM,' '), COALESCE(C.DATE_TO,' '),
                     COALESCE(C.PCT_OFF,0), COALESCE(C.BUDGET,0),
                     COALESCE(C.BUDGET_USED,0)
                FROM API9.CAMPAIGNS C, API9.CAMPAIGN_LINES L
               WHERE L.CAMP_CODE = C.CAMP_CODE
                 AND L.P_NO = :H-I-P-NO
               ORDER BY C.CAMP_CODE
           END-EXEC.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY MS06.
       COPY AUDIT03.
       COPY SCHED03.

       LINKAGE SECTION.
       01 DFHCOMMAREA        PIC X(256).
              EXIT PARAGRAPH
           END-IF

      * LIVRAISON AU-DELA DE L'HORIZON : PLANIFIEE, PAS ENREGISTREE
           IF WS-ORDER-SCHEDULED
              PERFORM SCHEDULE-ORDER
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STOCK-ALL-LINES
           IF WS-ENTRY-ERROR
              EXIT PARAGRAPH
           END-IF

           PERFORM POST-CUSTOMER-BALANCE
           IF WS-FROM-QUOTE
              PERFORM MARK-QUOTE-CONVERTED
              IF WS-ENTRY-ERROR
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           EXEC CICS SYNCPOINT END-EXEC

           MOVE WS-TOTAL-ORDER TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL  TO E-TOTO
           MOVE WS-ORDER-NO    TO E-ONOO
           EVALUATE TRUE
              WHEN WS-FROM-QUOTE
                 MOVE SPACES TO CA-LAST-MSG
                 STRING 'COMMANDE ENREGISTREE (DEVIS ' WS-QUOTE-KEY
                        ')'
                    DELIMITED BY SIZE INTO CA-LAST-MSG
                 END-STRING
              WHEN WS-CONTRACT-APPLIED
                 MOVE 'COMMANDE ENREGISTREE (PRIX CONTRAT)'
                    TO CA-LAST-MSG
              WHEN WS-CAMP-APPLIED
                 MOVE 'COMMANDE ENREGISTREE (PROMO)' TO CA-LAST-MSG
              WHEN WS-TIER-APPLIED
                 MOVE 'COMMANDE ENREGISTREE (PRIX PALIER)'
                    TO CA-LAST-MSG
              WHEN OTHER
                 MOVE 'COMMANDE ENREGISTREE' TO CA-LAST-MSG
           END-EVALUATE
           MOVE 'ORDER ADD' TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-DETAIL
           IF WS-FROM-QUOTE
              STRING 'O#:' WS-ORDER-NO ' C#:' WS-CUST-NO
                     ' DEVIS:' WS-QUOTE-KEY
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
              END-STRING
           ELSE
              STRING 'O#:' WS-ORDER-NO ' C#:' WS-CUST-NO
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
              END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           .

       RECEIVE-ORDER.
           MOVE 'N' TO WS-ERROR-SW
           MOVE 'N' TO WS-CONTRACT-SW
           MOVE 'N' TO WS-TIER-SW
           MOVE 'N' TO WS-CAMP-SW
           EXEC CICS RECEIVE
                MAP('MAP06E')
                MAPSET('MS06')
           END-IF
           MOVE LOW-VALUES TO MAP06O

      * DEVIS A TRANSFORMER : LES ZONES A BLANC SONT REPRISES DU DEVIS
           MOVE 'N' TO WS-QUOTE-SW
           IF E-QNOI IS NUMERIC AND E-QNOI NOT = '0000000'
              PERFORM LOAD-QUOTE
              IF WS-ENTRY-ERROR
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF E-CNOI NOT NUMERIC OR E-SNOI NOT NUMERIC
              MOVE 'CLIENT ET VENDEUR NUMERIQUES REQUIS'
                 TO CA-LAST-MSG
              MOVE 'NUMERO DE COMMANDE ET AU MOINS UNE LIGNE REQUIS'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REQUESTED-DATE
           .

      ******************************************************************
      * DATE DE LIVRAISON SOUHAITEE (JJ/MM/AAAA, FACULTATIVE) : BLANC
      * = A LIVRER TOUT DE SUITE ; AU-DELA DE LA DATE DU JOUR +
      * HORIZON LA COMMANDE SERA PLANIFIEE ; MAL FORMEE = REFUSEE
      ******************************************************************
       CHECK-REQUESTED-DATE.
           MOVE 'N' TO WS-SCHED-SW
           IF E-RDDI = SPACES OR E-RDDI = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           IF E-RDDI(1:2) NOT NUMERIC
              OR E-RDDI(4:2) NOT NUMERIC
              OR E-RDDI(7:4) NOT NUMERIC
              MOVE 'DATE DE LIVRAISON SOUHAITEE INVALIDE (JJ/MM/AAAA)'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE E-RDDI(7:4) TO WS-RDD-YYYY
           MOVE E-RDDI(4:2) TO WS-RDD-MM
           MOVE E-RDDI(1:2) TO WS-RDD-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RDD-CCYYMMDD) NOT = 0
              MOVE 'DATE DE LIVRAISON SOUHAITEE INVALIDE (JJ/MM/AAAA)'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RDD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RDD-CCYYMMDD)
           COMPUTE WS-HORIZON-INT =
                   FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                 + WS-SCHED-HORIZON
           IF WS-RDD-INT > WS-HORIZON-INT
              MOVE 'Y' TO WS-SCHED-SW
           END-IF
           .

      ******************************************************************
      * PLANIFICATION D'UNE COMMANDE A LIVRER AU-DELA DE L'HORIZON :
      * ENREGISTREMENT SCHED03 (CLE = SOURCE + NUMERO), PRIX FIGE DU
      * DEVIS EN CENTIMES. UN PRIX DE DEVIS QUI NE TIENT PAS DANS LA
      * ZONE PRIX DU FICHIER DE VENTES (1000,00 ET PLUS) FAIT REFUSER
      * LA PLANIFICATION : LE PRIX CONVENU SERAIT PERDU AU CHARGEMENT.
      * LE DEVIS EVENTUEL EST TRANSFORME DANS LA MEME UNITE DE TRAVAIL
      ******************************************************************
       SCHEDULE-ORDER.
           IF WS-TODAY-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-TODAY-DATE
              END-STRING
           END-IF
           MOVE SPACES          TO SCHED03-REC
           MOVE WS-SRC          TO PL-SRC
           MOVE WS-ORDER-NO     TO PL-ORDER-NO
           MOVE WS-CUST-NO      TO PL-CUST-NO
           MOVE WS-EMP-NO       TO PL-EMP-NO
           MOVE WS-SHIP-SITE    TO PL-SITE
           STRING WS-RDD-YYYY '-' WS-RDD-MM '-' WS-RDD-DD
              DELIMITED BY SIZE INTO PL-REQ-DATE
           END-STRING
           MOVE WS-TODAY-DATE   TO PL-ENTRY-DATE
           MOVE CA-LOGIN        TO PL-LOGIN
           MOVE ZERO            TO PL-QUOTE-NO
           IF WS-FROM-QUOTE
              MOVE WS-QUOTE-KEY TO PL-QUOTE-NO
           END-IF
           MOVE WS-LINE-COUNT   TO PL-LINE-COUNT
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > 3
              IF LN-IX > WS-LINE-COUNT
                 MOVE SPACES TO PL-PROD-NO(LN-IX)
                 MOVE ZERO   TO PL-QTY(LN-IX)
                 MOVE ZERO   TO PL-PRICE(LN-IX)
              ELSE
                 MOVE WS-LN-PNO(LN-IX) TO PL-PROD-NO(LN-IX)
                 MOVE WS-LN-QTY(LN-IX) TO PL-QTY(LN-IX)
                 MOVE ZERO             TO PL-PRICE(LN-IX)
                 IF WS-FROM-QUOTE
                    MOVE WS-LN-PNO(LN-IX) TO H-I-P-NO
                    PERFORM FIND-QUOTE-PRICE
                    IF WS-QUOTE-PRICED
                       IF H-I-PRICE < 1000
                          COMPUTE PL-PRICE(LN-IX) = H-I-PRICE * 100
                       ELSE
                          MOVE 'Y' TO WS-ERROR-SW
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ENTRY-ERROR
              MOVE 'PRIX DE DEVIS >= 1000,00 : PLANIFICATION REFUSEE'
                 TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF

           EXEC CICS WRITE
                FILE('SCHED03')
                FROM (SCHED03-REC)
                RIDFLD(PL-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-CD-ERR = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-CD-ERR = DFHRESP(DUPREC)
                 MOVE 'COMMANDE DEJA PLANIFIEE SOUS CE NUMERO'
                    TO CA-LAST-MSG
                 MOVE 'Y' TO WS-ERROR-SW
              WHEN OTHER
                 MOVE 'ERREUR ECRITURE PLANIFICATION, SAISIE ANNULEE'
                    TO CA-LAST-MSG
                 MOVE 'Y' TO WS-ERROR-SW
           END-EVALUATE
           IF WS-ENTRY-ERROR
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF
           IF WS-FROM-QUOTE
              PERFORM MARK-QUOTE-CONVERTED
              IF WS-ENTRY-ERROR
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           EXEC CICS SYNCPOINT END-EXEC

           MOVE SPACES         TO E-TOTO
           MOVE WS-ORDER-NO    TO E-ONOO
           MOVE SPACES TO CA-LAST-MSG
           STRING 'COMMANDE PLANIFIEE POUR LE ' E-RDDI
                  ' (SANS STOCK NI FACTURE AVANT LA DATE)'
              DELIMITED BY SIZE INTO CA-LAST-MSG
           END-STRING
           MOVE 'ORDER SCHD' TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'O#:' WS-ORDER-NO ' C#:' WS-CUST-NO
                  ' LIV:' PL-REQ-DATE
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * LECTURE DU DEVIS SAISI (FICHIER CICS QUOTE03) : IL DOIT ETRE
      * OUVERT, NON ECHU A LA DATE DU JOUR ET, SI LE CLIENT EST SAISI,
      * ETABLI POUR CE CLIENT ; CLIENT, VENDEUR, SOURCE ET LIGNES
      * LAISSES A BLANC A L'ECRAN SONT REPRIS DU DEVIS
      ******************************************************************
       LOAD-QUOTE.
           MOVE E-QNOI TO WS-QUOTE-KEY
           EXEC CICS READ
                FILE('QUOTE03')
                INTO (WS-QUOTE-REC)
                RIDFLD(WS-QUOTE-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'DEVIS INCONNU' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF NOT QT-OPEN
              MOVE 'DEVIS DEJA TRANSFORME OU REFUSE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-TODAY-DATE
              END-STRING
           END-IF
           IF QT-VALID-DATE < WS-TODAY-DATE
              MOVE 'DEVIS ECHU, NON TRANSFORMABLE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF E-CNOI IS NUMERIC
              IF E-CNOI NOT = QT-CUST-NO
                 MOVE 'LE DEVIS CONCERNE UN AUTRE CLIENT'
                    TO CA-LAST-MSG
                 MOVE 'Y' TO WS-ERROR-SW
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE QT-CUST-NO TO E-CNOI
           END-IF
           IF E-SNOI NOT NUMERIC
              MOVE QT-EMP-NO TO E-SNOI
           END-IF
           IF E-SRCI = SPACES OR E-SRCI = LOW-VALUES
              MOVE QT-SRC TO E-SRCI
           END-IF
           IF (E-P1I = SPACES OR E-P1I = LOW-VALUES)
              AND (E-P2I = SPACES OR E-P2I = LOW-VALUES)
              AND (E-P3I = SPACES OR E-P3I = LOW-VALUES)
              MOVE QT-PROD-NO(1) TO E-P1I
              MOVE QT-QTY(1)     TO E-Q1I
              MOVE QT-PROD-NO(2) TO E-P2I
              MOVE QT-QTY(2)     TO E-Q2I
              MOVE QT-PROD-NO(3) TO E-P3I
              MOVE QT-QTY(3)     TO E-Q3I
           END-IF
           MOVE 'Y' TO WS-QUOTE-SW
           .

      ******************************************************************
      * PRIX FIGE AU DEVIS POUR LE PRODUIT H-I-P-NO : RESULTAT DANS
      * H-I-PRICE, WS-QUOTE-PRICED POSITIONNE QUAND LE PRODUIT FIGURE
      * AU DEVIS
      ******************************************************************
       FIND-QUOTE-PRICE.
           MOVE 'N' TO WS-QUOTE-PRICE-SW
           PERFORM VARYING QT-IX FROM 1 BY 1 UNTIL QT-IX > 3
              IF NOT WS-QUOTE-PRICED
                 AND QT-PROD-NO(QT-IX) = H-I-P-NO
                 MOVE QT-PRICE(QT-IX) TO H-I-PRICE
                 MOVE 'Y' TO WS-QUOTE-PRICE-SW
              END-IF
           END-PERFORM
           .

      ******************************************************************
      * LE DEVIS TRANSFORME PASSE A L'ETAT 'C' AVEC LE NUMERO DE LA
      * COMMANDE CREEE, DANS LA MEME UNITE DE TRAVAIL QUE LA COMMANDE
      * (RELU EN MISE A JOUR : UN DEVIS TRANSFORME ENTRE-TEMPS PAR UN
      * AUTRE POSTE FAIT ANNULER LA SAISIE)
      ******************************************************************
       MARK-QUOTE-CONVERTED.
           EXEC CICS READ
                FILE('QUOTE03')
                INTO (WS-QUOTE-REC)
                RIDFLD(WS-QUOTE-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL) OR NOT QT-OPEN
              MOVE 'DEVIS NON DISPONIBLE, SAISIE ANNULEE'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'           TO QT-STATUS
           MOVE WS-ORDER-NO   TO QT-ORDER-NO
           MOVE WS-TODAY-DATE TO QT-CLOSE-DATE
           EXEC CICS REWRITE
                FILE('QUOTE03')
                FROM (WS-QUOTE-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERREUR MISE A JOUR DU DEVIS, SAISIE ANNULEE'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           .

      * CLIENT EN VIGUEUR A LA DATE DU JOUR (DATE DE DEBUT LA PLUS
      * RECENTE, MEME REGLE D'EFFET QUE RATECONV), SINON PRIX
      * CATALOGUE API9.PRODUCTS ; LE RESULTAT EST LAISSE DANS
      * H-I-PRICE. EN TRANSFORMATION DE DEVIS, LE PRIX FIGE AU DEVIS
      * PRIME POUR LES PRODUITS QUI Y FIGURENT. LE PRIX CATALOGUE EST
      * AJUSTE DU PALIER DE QUANTITE DE LA LIGNE (WS-LN-QTY(LN-IX))
      * PUIS DE LA CAMPAGNE PROMOTIONNELLE EN VIGUEUR
      ******************************************************************
       READ-LINE-PRICE.
           IF WS-TODAY-DATE = SPACES
                 DELIMITED BY SIZE INTO WS-TODAY-DATE
              END-STRING
           END-IF
           MOVE ZERO TO WS-TIER-QTY
           MOVE SPACES TO WS-CAMP-CODE
           MOVE ZERO TO WS-CAMP-DISC
           IF WS-FROM-QUOTE
              PERFORM FIND-QUOTE-PRICE
              IF WS-QUOTE-PRICED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-CUST-NO    TO H-C-NO
           MOVE WS-TODAY-DATE TO H-O-DATE
           MOVE +0 TO H-I-PRICE
                   FROM API9.PRODUCTS
                  WHERE P_NO = :H-I-P-NO
              END-EXEC
              PERFORM APPLY-PRICE-TIER
              PERFORM APPLY-CAMPAIGN
           END-IF
           .

      ******************************************************************
      * PALIER DE QUANTITE SUR LE PRIX CATALOGUE DE LA LIGNE EN COURS :
      * PALIERS DU PRODUIT LUS DANS API9.PRICE_TIERS, CHOIX PAR PRCTIER
      * (MEME REGLE QU'IMPVENTS, RELHOLDS ET RELBACKO)
      ******************************************************************
       APPLY-PRICE-TIER.
           MOVE ZERO TO WS-TIER-QTY
           MOVE ZERO TO WS-TIER-COUNT
           IF H-I-PRICE NOT > 0
              EXIT PARAGRAPH
           END-IF
           EXEC SQL OPEN TIER-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH TIER-CURSOR
                  INTO :H-TR-MIN-QTY, :H-TR-PRICE, :H-TR-PCT-OFF
              END-EXEC
              IF SQLCODE = 0 AND WS-TIER-COUNT < WS-TIER-MAX
                 ADD 1 TO WS-TIER-COUNT
                 MOVE H-I-P-NO     TO WS-TR-PNO(WS-TIER-COUNT)
                 MOVE H-TR-MIN-QTY TO WS-TR-MIN-QTY(WS-TIER-COUNT)
                 MOVE H-TR-PRICE   TO WS-TR-PRICE(WS-TIER-COUNT)
                 MOVE H-TR-PCT-OFF TO WS-TR-PCT-OFF(WS-TIER-COUNT)
              END-IF
           END-PERFORM
           EXEC SQL CLOSE TIER-CURSOR END-EXEC
           IF WS-TIER-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-QTY(LN-IX) TO WS-PT-QTY
           MOVE H-I-PRICE        TO WS-PT-BASE-PRICE
           CALL 'PRCTIER' USING H-I-P-NO WS-PT-QTY WS-PT-BASE-PRICE
                   WS-TIER-COUNT WS-TIER-TABLE WS-PT-UNIT-PRICE
                   WS-TIER-QTY
           IF WS-TIER-QTY > 0
              MOVE WS-PT-UNIT-PRICE TO H-I-PRICE
              MOVE 'Y' TO WS-TIER-SW
           END-IF
           .

      ******************************************************************
      * CAMPAGNE PROMOTIONNELLE SUR LE PRIX CATALOGUE (AU PALIER) DE LA
      * LIGNE EN COURS : CAMPAGNES DU PRODUIT LUES AVEC LEUR BUDGET
      * CONSOMME, CHOIX PAR CAMPSEL SELON LA SOURCE ET LA DATE DU JOUR
      * (MEME REGLE QU'IMPVENTS) ; LE BUDGET N'EST IMPUTE EN BASE QU'A
      * L'INSERTION DE LA LIGNE (IMPUTE-CAMPAIGN-BUDGET)
      ******************************************************************
       APPLY-CAMPAIGN.
           MOVE SPACES TO WS-CAMP-CODE
           MOVE ZERO TO WS-CAMP-DISC
           MOVE ZERO TO WS-CAMP-COUNT
           IF H-I-PRICE NOT > 0
              EXIT PARAGRAPH
           END-IF
           EXEC SQL OPEN CAMP-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CAMP-CURSOR
                  INTO :H-CP-CODE, :H-CP-SRC, :H-CP-FROM, :H-CP-TO,
                       :H-CP-PCT-OFF, :H-CP-BUDGET, :H-CP-USED
              END-EXEC
              IF SQLCODE = 0 AND WS-CAMP-COUNT < WS-CAMP-MAX
                 ADD 1 TO WS-CAMP-COUNT
                 MOVE H-CP-CODE    TO WS-CP-CODE(WS-CAMP-COUNT)
                 MOVE H-I-P-NO     TO WS-CP-PNO(WS-CAMP-COUNT)
                 MOVE H-CP-SRC     TO WS-CP-SRC(WS-CAMP-COUNT)
                 MOVE H-CP-FROM    TO WS-CP-FROM(WS-CAMP-COUNT)
                 MOVE H-CP-TO      TO WS-CP-TO(WS-CAMP-COUNT)
                 MOVE H-CP-PCT-OFF TO WS-CP-PCT-OFF(WS-CAMP-COUNT)
                 MOVE H-CP-BUDGET  TO WS-CP-BUDGET(WS-CAMP-COUNT)
                 MOVE H-CP-USED    TO WS-CP-USED(WS-CAMP-COUNT)
              END-IF
           END-PERFORM
           EXEC SQL CLOSE CAMP-CURSOR END-EXEC
           IF WS-CAMP-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'              TO WS-CS-MODE
           MOVE WS-LN-QTY(LN-IX) TO WS-PT-QTY
           MOVE H-I-PRICE        TO WS-PT-BASE-PRICE
           CALL 'CAMPSEL' USING WS-CS-MODE H-I-P-NO WS-SRC
                   WS-TODAY-DATE WS-PT-QTY WS-PT-BASE-PRICE
                   WS-CAMP-COUNT WS-CAMP-TABLE WS-CAMP-CODE
                   WS-CS-UNIT-PRICE WS-CAMP-DISC
           IF WS-CAMP-CODE NOT = SPACES
              MOVE WS-CS-UNIT-PRICE TO H-I-PRICE
              MOVE 'Y' TO WS-CAMP-SW
           END-IF
           .

      ******************************************************************
      * IMPUTATION DE LA REMISE DE LA LIGNE SUR LE BUDGET DE SA
      * CAMPAGNE, CONDITIONNEE AU BUDGET RESTANT : SI UNE AUTRE SAISIE
      * OU LE CHARGEMENT L'A EPUISE DEPUIS LA LECTURE, AUCUNE LIGNE
      * N'EST MISE A JOUR ET LA SAISIE EST ANNULEE
      ******************************************************************
       IMPUTE-CAMPAIGN-BUDGET.
           EXEC SQL
              UPDATE API9.CAMPAIGNS
                 SET BUDGET_USED = COALESCE(BUDGET_USED,0)
                                 + :H-I-CAMP-DISC
               WHERE CAMP_CODE = :H-I-CAMP-CODE
                 AND COALESCE(BUDGET_USED,0) + :H-I-CAMP-DISC
                     <= BUDGET
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'ERREUR ACCES BASE DE DONNEES' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = 0
              MOVE 'BUDGET DE CAMPAGNE EPUISE, SAISIE ANNULEE'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           .


           MOVE WS-LN-QTY(LN-IX) TO H-I-QTY
           MOVE WS-TAX-AMOUNT    TO H-I-TAX
           MOVE WS-TIER-QTY      TO H-I-TIER-QTY
           MOVE WS-CAMP-CODE     TO H-I-CAMP-CODE
           MOVE WS-CAMP-DISC     TO H-I-CAMP-DISC
           EXEC SQL
              INSERT INTO API9.ITEMS
                     (O_NO, P_NO, QUANTITY, PRICE, TAX_AMOUNT,
                      TIER_QTY, CAMP_CODE, CAMP_DISC)
              VALUES (:H-O-NO, :H-I-P-NO, :H-I-QTY, :H-I-PRICE,
                      :H-I-TAX, :H-I-TIER-QTY, :H-I-CAMP-CODE,
                      :H-I-CAMP-DISC)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ERREUR ECRITURE LIGNE, SAISIE ANNULEE'
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-CAMP-CODE NOT = SPACES
              PERFORM IMPUTE-CAMPAIGN-BUDGET
              IF WS-ENTRY-ERROR
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE +0 TO H-STK-BEFORE
           EXEC SQL
           END-EXEC
           PERFORM WRITE-STOCK-MOVEMENT
           PERFORM DECREMENT-LOCATION-STOCK
           PERFORM DECREMENT-LOT-STOCK

           ADD WS-LINE-AMOUNT TO WS-TOTAL-ORDER
           .
           END-EXEC
           IF SQLCODE = 0
              SUBTRACT H-LOC-TAKE FROM WS-LOC-NEED
              EXEC SQL
                 INSERT INTO API9.LOC_ISSUE
                        (O_NO, P_NO, LOC, QTY, ISSUE_DATE)
                 VALUES (:H-O-NO, :H-I-P-NO, :H-LOC,
                         :H-LOC-TAKE, :H-O-DATE)
              END-EXEC
           END-IF
           .

      ******************************************************************
      * DETAIL PAR LOT : LA QUANTITE VENDUE EST PRISE SUR LE LOT QUI
      * PERIME LE PLUS TOT, PUIS LE SUIVANT ; CHAQUE PRELEVEMENT EST
      * TRACE POUR LA COMMANDE DANS API9.LOT_ALLOC (RAPPEL DE LOT)
      ******************************************************************
       DECREMENT-LOT-STOCK.
           MOVE WS-LN-QTY(LN-IX) TO WS-LOT-NEED
           MOVE 'N' TO WS-LOT-EMPTY-SW
           PERFORM TAKE-FROM-OLDEST-LOT
                   UNTIL WS-LOT-NEED <= 0 OR WS-LOT-EMPTY
           .

       TAKE-FROM-OLDEST-LOT.
           MOVE +0 TO H-LOT-QTY
           EXEC SQL
              SELECT LOT_NO, QTY INTO :H-LOT-NO, :H-LOT-QTY
                FROM API9.STOCK_LOT
               WHERE P_NO = :H-I-P-NO
                 AND QTY  > 0
               ORDER BY EXPIRY_DATE, RECV_DATE, LOT_NO
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EMPTY-SW
              EXIT PARAGRAPH
           END-IF
           IF H-LOT-QTY >= WS-LOT-NEED
              MOVE WS-LOT-NEED TO H-LOT-TAKE
           ELSE
              MOVE H-LOT-QTY TO H-LOT-TAKE
           END-IF
           EXEC SQL
              UPDATE API9.STOCK_LOT
                 SET QTY = QTY - :H-LOT-TAKE
               WHERE P_NO   = :H-I-P-NO
                 AND LOT_NO = :H-LOT-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOT-EMPTY-SW
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              INSERT INTO API9.LOT_ALLOC
                     (O_NO, P_NO, LOT_NO, QTY, ALLOC_DATE)
              VALUES (:H-O-NO, :H-I-P-NO, :H-LOT-NO,
                      :H-LOT-TAKE, :H-O-DATE)
           END-EXEC
           SUBTRACT H-LOT-TAKE FROM WS-LOT-NEED
           .

      ******************************************************************
      * APPOSITION D'UNE LIGNE AU JOURNAL COMMUN DES MOUVEMENTS DE
      * STOCK (FICHIER CICS STKMOV03 -> FVSTKMOV, REJOUE PAR STKRECON)
