      *             OUVERT. CHAQUE LIGNE PORTE LE NUMERO DU           *
      *             FOURNISSEUR (MAITRE FNSUPMST TENU PAR SUPMNT) :   *
      *             UN FOURNISSEUR INCONNU OU INACTIF EST REJETE.     *
      *             LE PRIX UNITAIRE D'ACHAT CONVENU EST PORTE AU     *
      *             CARNET QUAND IL EST FOURNI ; C'EST LA REFERENCE   *
      *             DU RAPPROCHEMENT DES FACTURES FOURNISSEURS PAR    *
      *             SUPINV (A ZERO, SUPINV RETIENT API7.PRODUCTS.COST)*
      *             LA DATE DU CHARGEMENT EST PORTEE COMME DATE DE    *
      *             PASSATION : SUPSCORE EN TIRE LE DELAI REEL DE     *
      *             LIVRAISON DU FOURNISSEUR. FNPOIN PEUT ETRE LE     *
      *             FICHIER FNPOSUG DES COMMANDES SUGGEREES PAR       *
      *             REORDRPT (CARTE SUGGEST=Y), REVU PAR L'ACHETEUR.  *
      * ENTREE    : FNPOIN (NUMERO CDE, PRODUIT, QUANTITE, DATE       *
      *             ATTENDUE, FOURNISSEUR, PRIX UNITAIRE), FNSUPMST   *
      *             (MAITRE, FACULTATIF)                              *
      * SORTIE    : FNPOMST (CARNET), FNPOREJ (REJETS), RAPPORT       *
      *             (FREPORT)                                         *
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
      * LONGUEUR VARIABLE 28 A 43 : LES ANCIENS FICHIERS X(28) SANS
      * NUMERO DE FOURNISSEUR ET X(33) SANS PRIX RESTENT LISIBLES
      * TELS QUELS (MEME PRINCIPE QUE LES FICHIERS DE VENTES 35 A 39
      * DANS IMPVENTS)
       FD  POIN-FILE
           RECORD CONTAINS 28 TO 43 CHARACTERS.
       01 POIN-RECORD.
          05 PI-PO-NO             PIC X(7).
          05 FILLER               PIC X(1).
          05 PI-DATE-EXPECTED     PIC X(10).
          05 FILLER               PIC X(1).
          05 PI-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1).
          05 PI-PRICE-TXT         PIC X(9).

      * CARNET DES COMMANDES D'ACHAT : UNE LIGNE PAR COUPLE COMMANDE/
      * PRODUIT, CUMUL RECU TENU PAR IMPRECPT, STATUT 'O' OUVERTE /
      * 'C' CLOTUREE, PRIX UNITAIRE CONVENU (ZERO = NON FOURNI),
      * CUMUL FACTURE TENU PAR SUPINV ET DATE DE PASSATION DE LA
      * COMMANDE (DATE DU CHARGEMENT, BASE DU DELAI REEL MESURE PAR
      * SUPSCORE)
       FD  PO-FILE.
       01 PO-RECORD.
          05 PO-KEY.
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

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-INPUT-LINE        PIC X(43).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REASON-CODE       PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * QUANTITE ET PRIX UNITAIRE DE LA LIGNE EN COURS
       01 WS-QTY-ORDERED          PIC 9(5)       VALUE ZERO.
       01 WS-UNIT-PRICE           PIC 9(5)V99    VALUE ZERO.

      * DATE DU CHARGEMENT (AAAA-MM-JJ), PORTEE COMME DATE DE
      * PASSATION SUR CHAQUE LIGNE CREEE
       01 WS-LOAD-DATE            PIC X(10)      VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME POLOAD'
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-LOAD-DATE
           END-STRING

           OPEN INPUT POIN-FILE
           IF NOT WS-PI-OK

      * LA ZONE EST BLANCHIE AVANT LECTURE POUR QU'UN ANCIEN
      * ENREGISTREMENT X(28) LAISSE LE NUMERO DE FOURNISSEUR A BLANC
      * ET QU'UN X(33) LAISSE LE PRIX UNITAIRE A BLANC
       READ-NEXT-RECORD.
           MOVE SPACES TO POIN-RECORD
           READ POIN-FILE
           END-IF
           COMPUTE WS-QTY-ORDERED = FUNCTION NUMVAL(PI-QTY-TXT)

      * PRIX A BLANC (ANCIENS FORMATS) = NON FOURNI
           MOVE ZERO TO WS-UNIT-PRICE
           IF PI-PRICE-TXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(PI-PRICE-TXT) NOT = 0
                 OR FUNCTION NUMVAL(PI-PRICE-TXT) < 0
                 OR FUNCTION NUMVAL(PI-PRICE-TXT) > 99999.99
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'R008' TO RJ-REASON-CODE
                 MOVE 'PRIX UNITAIRE INVALIDE' TO RJ-REASON-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-UNIT-PRICE = FUNCTION NUMVAL(PI-PRICE-TXT)
           END-IF

      * LE PRODUIT DOIT EXISTER DANS API9.PRODUCTS (C'EST LE STOCK
      * QUE LA RECEPTION INCREMENTERA)
           MOVE PI-PROD-NO TO H-PROD-NO
           MOVE PI-DATE-EXPECTED   TO PO-DATE-EXPECTED
           MOVE 'O'                TO PO-STATUS
           MOVE PI-SUP-NO          TO PO-SUP-NO
           MOVE WS-UNIT-PRICE      TO PO-UNIT-PRICE
           MOVE ZERO               TO PO-QTY-INVOICED
           MOVE WS-LOAD-DATE       TO PO-DATE-ORDERED
           WRITE PO-RECORD
           EVALUATE TRUE
              WHEN WS-PO-OK
