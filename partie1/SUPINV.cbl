       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPINV.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : SAISIE DES FACTURES FOURNISSEURS AVEC             *
      *             RAPPROCHEMENT COMMANDE / RECEPTION / FACTURE      *
      * OBJECTIF  : LES COMMANDES D'ACHAT (FNPOMST, POLOAD), LES      *
      *             RECEPTIONS (CUMUL RECU TENU PAR IMPRECPT) ET LES  *
      *             FOURNISSEURS (FNSUPMST, SUPMNT) EXISTENT, MAIS    *
      *             LES FACTURES FOURNISSEURS ETAIENT POINTEES A      *
      *             L'OEIL. CE PROGRAMME CHARGE LE FICHIER DES        *
      *             FACTURES (UNE LIGNE PAR LIGNE DE FACTURE, LES     *
      *             LIGNES D'UNE MEME FACTURE CONSECUTIVES) ET        *
      *             RAPPROCHE CHAQUE LIGNE DE SA LIGNE DE COMMANDE    *
      *             D'ACHAT : LA QUANTITE FACTUREE NE DOIT PAS        *
      *             DEPASSER LE RECU NON ENCORE FACTURE (A QTYTOL=    *
      *             UNITES PRES) ET LE PRIX UNITAIRE NE DOIT PAS      *
      *             S'ECARTER DU PRIX CONVENU AU CARNET (OU, A        *
      *             DEFAUT, DU COUT API7.PRODUCTS.COST) DE PLUS DE    *
      *             PRCTOL= POUR CENT. UNE FACTURE ENTIEREMENT        *
      *             RAPPROCHEE PASSE AU GRAND LIVRE FOURNISSEURS      *
      *             FNAPLDG (A PAYER, ECHEANCE = DATE DE FACTURE +    *
      *             DELAI DE PAIEMENT DU FOURNISSEUR AU MAITRE, A     *
      *             DEFAUT DUEDAYS= JOURS) ET SES QUANTITES SONT      *
      *             CUMULEES COMME FACTUREES AU CARNET ; UNE FACTURE  *
      *             DONT UNE SEULE LIGNE ECHOUE EST MISE EN ATTENTE   *
      *             EN BLOC DANS FNAPHLD (LIGNES D'ORIGINE + MOTIF, A *
      *             REPRESENTER APRES CORRECTION) ET LISTEE SUR LE    *
      *             RAPPORT POUR LES ACHATS. UNE FACTURE DEJA AU      *
      *             GRAND LIVRE N'EST JAMAIS ENREGISTREE DEUX FOIS.   *
      * ENTREE    : SYSIN (QTYTOL=, PRCTOL=, DUEDAYS= FACULTATIVES),  *
      *             FNSINV (FACTURES), FNPOMST (CARNET), FNSUPMST     *
      *             (MAITRE, FACULTATIF), FNAPLDG (GRAND LIVRE,       *
      *             FACULTATIF AU PREMIER RUN), BASE DB2              *
      * SORTIE    : FNAPLDG (AJOUT) + MAJ FNPOMST + FNAPHLD (FACTURES *
      *             EN ATTENTE) + RAPPORT (FREPORT)                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT SINV-FILE
               ASSIGN TO FNSINV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

      * CARNET DES COMMANDES D'ACHAT (CHARGE PAR POLOAD) : ACCES
      * DIRECT PAR COMMANDE/PRODUIT, CUMUL FACTURE MIS A JOUR
           SELECT PO-FILE
               ASSIGN TO FNPOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

      * MAITRE FOURNISSEURS (TENU PAR SUPMNT) : ACCES DIRECT POUR LA
      * VALIDATION DU FOURNISSEUR DE LA FACTURE
           SELECT SUP-FILE
               ASSIGN TO FNSUPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-SU-STATUS.

      * GRAND LIVRE FOURNISSEURS : LU A L'INITIALISATION (CONTROLE
      * DES DOUBLONS), COMPLETE EN AJOUT
           SELECT LEDGER-FILE
               ASSIGN TO FNAPLDG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO FNAPHLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * LIGNE DE FACTURE FOURNISSEUR : FOURNISSEUR, NUMERO ET DATE DE
      * FACTURE, COMMANDE D'ACHAT ET PRODUIT FACTURES, QUANTITE ET
      * PRIX UNITAIRE HT
       FD  SINV-FILE.
       01 SINV-RECORD.
          05 SI-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1).
          05 SI-INV-NO            PIC X(10).
          05 FILLER               PIC X(1).
          05 SI-INV-DATE          PIC X(10).
          05 FILLER               PIC X(1).
          05 SI-PO-NO             PIC X(7).
          05 FILLER               PIC X(1).
          05 SI-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 SI-QTY-TXT           PIC X(5).
          05 FILLER               PIC X(1).
          05 SI-PRICE-TXT         PIC X(9).

      * MEME DISPOSITION QUE PO-RECORD DANS POLOAD
       FD  PO-FILE.
       01 PO-RECORD.
          05 PO-KEY.
             10 PO-NO             PIC X(7).
             10 PO-PROD-NO        PIC X(3).
          05 PO-QTY-ORDERED       PIC 9(5).
          05 PO-QTY-RECEIVED      PIC 9(5).
          05 PO-DATE-EXPECTED     PIC X(10).
          05 PO-STATUS            PIC X(1).
          05 PO-SUP-NO            PIC X(4).
          05 PO-UNIT-PRICE        PIC 9(5)V99.
          05 PO-QTY-INVOICED      PIC 9(5).
          05 PO-DATE-ORDERED      PIC X(10).

      * MAITRE FOURNISSEURS : MEME DISPOSITION QUE SUP-RECORD DANS
      * SUPMNT
       FD  SUP-FILE.
       01 SUP-RECORD.
          05 SUP-KEY.
             10 SUP-NO            PIC X(4).
          05 SUP-NAME             PIC X(30).
          05 SUP-LEADTIME         PIC 9(3).
          05 SUP-ACTIVE           PIC X(1).
          05 SUP-PAY-TERMS        PIC 9(3).
          05 SUP-BANK-ACCT        PIC X(34).

      * GRAND LIVRE FOURNISSEURS : UNE LIGNE PAR FACTURE RAPPROCHEE,
      * MONTANT HT A PAYER ET ECHEANCE
       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
          05 AP-SUP-NO            PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AP-INV-NO            PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AP-INV-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AP-DUE-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AP-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AP-LINES             PIC 9(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 AP-TIMESTAMP         PIC X(20).

      * LIGNE DE FACTURE EN ATTENTE : LIGNE D'ORIGINE (REPRESENTABLE
      * TELLE QUELLE APRES CORRECTION) + MOTIF, MEME MECANIQUE QUE LES
      * FICHIERS DE REJETS
       FD  HOLD-FILE.
       01 HOLD-RECORD.
          05 HL-INPUT-LINE        PIC X(54).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 HL-REASON-CODE       PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 HL-REASON-TEXT       PIC X(30).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-IN-STATUS            PIC XX         VALUE SPACES.
          88 WS-IN-OK                            VALUE '00'.
          88 WS-IN-EOF                           VALUE '10'.

       01 WS-PO-STATUS            PIC XX         VALUE SPACES.
          88 WS-PO-OK                            VALUE '00'.

       01 WS-SU-STATUS            PIC XX         VALUE SPACES.
          88 WS-SU-OK                            VALUE '00'.

      * LE MAITRE FNSUPMST EST FACULTATIF : ABSENT, LE FOURNISSEUR
      * DES FACTURES N'EST PAS VALIDE (ANNONCE)
       01 WS-SU-AVAIL-SW          PIC X          VALUE 'N'.
          88 WS-SU-AVAILABLE                     VALUE 'Y'.

       01 WS-LG-STATUS            PIC XX         VALUE SPACES.
          88 WS-LG-OK                            VALUE '00'.
          88 WS-LG-EOF                           VALUE '10'.

       01 WS-HL-STATUS            PIC XX         VALUE SPACES.
          88 WS-HL-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * TOLERANCES (CARTES QTYTOL= EN UNITES, PRCTOL= EN POUR CENT)
      * ET DELAI DE PAIEMENT EN JOURS (CARTE DUEDAYS=)
       01 WS-QTY-TOLERANCE        PIC 9(5)       VALUE ZERO.
       01 WS-PRICE-TOLERANCE      PIC 9(2)V99    VALUE 2.
       01 WS-DUE-DAYS             PIC 9(3)       VALUE 30.
      * DELAI RETENU POUR LA FACTURE EN COURS (DELAI DU FOURNISSEUR
      * AU MAITRE S'IL EST RENSEIGNE, SINON DUEDAYS=)
       01 WS-INV-TERMS            PIC 9(3)       VALUE ZERO.

      * FACTURES DEJA AU GRAND LIVRE (FOURNISSEUR + NUMERO)
       01 WS-LDG-TABLE.
          05 WS-LD-ENTRY OCCURS 10000 TIMES INDEXED BY LD-IX.
             10 WS-LD-SUP-NO      PIC X(4).
             10 WS-LD-INV-NO      PIC X(10).
       01 WS-LDG-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-LDG-MAX              PIC 9(5)       VALUE 10000.

      * FACTURE EN COURS : LIGNES MISES EN TABLE JUSQU'AU CHANGEMENT
      * DE FOURNISSEUR/NUMERO, PUIS RAPPROCHEES ENSEMBLE
       01 WS-CUR-SUP-NO           PIC X(4)       VALUE SPACES.
       01 WS-CUR-INV-NO           PIC X(10)      VALUE SPACES.
       01 WS-CUR-INV-DATE         PIC X(10)      VALUE SPACES.
       01 WS-INV-TABLE.
          05 WS-IL-ENTRY OCCURS 200 TIMES INDEXED BY IL-IX IL-IX2.
             10 WS-IL-RECORD      PIC X(54).
             10 WS-IL-PO-NO       PIC X(7).
             10 WS-IL-PROD-NO     PIC X(3).
             10 WS-IL-QTY         PIC 9(5).
             10 WS-IL-PRICE       PIC 9(5)V99.
             10 WS-IL-REF-PRICE   PIC 9(5)V99.
             10 WS-IL-REASON-CODE PIC X(4).
             10 WS-IL-REASON-TEXT PIC X(30).
       01 WS-INV-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-INV-MAX              PIC 9(3)       VALUE 200.
       01 WS-INV-OVERFLOW         PIC 9(5)       VALUE ZERO.

      * MOTIF PORTANT SUR TOUTE LA FACTURE (FOURNISSEUR, DOUBLON,
      * DATE, LONGUEUR) ; BLANC = AUCUN
       01 WS-INV-REASON-CODE      PIC X(4)       VALUE SPACES.
       01 WS-INV-REASON-TEXT      PIC X(30)      VALUE SPACES.
       01 WS-INV-HOLD-SW          PIC X          VALUE 'N'.
          88 WS-INV-HELD                         VALUE 'Y'.

      * CALCULS DE LA LIGNE ET DE LA FACTURE
       01 WS-QTY-AVAILABLE        PIC S9(7)      VALUE ZERO.
       01 WS-PRICE-GAP            PIC S9(7)V99   VALUE ZERO.
       01 WS-PRICE-LIMIT          PIC S9(7)V9(4) VALUE ZERO.
       01 WS-INV-AMOUNT           PIC S9(9)V99   VALUE ZERO.
       01 WS-DUE-DATE             PIC X(10)      VALUE SPACES.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-INT             PIC S9(9) COMP VALUE 0.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-LINES-READ        PIC 9(5)       VALUE ZERO.
          05 WS-INVOICES-READ     PIC 9(5)       VALUE ZERO.
          05 WS-INVOICES-MATCHED  PIC 9(5)       VALUE ZERO.
          05 WS-INVOICES-HELD     PIC 9(5)       VALUE ZERO.
          05 WS-LINES-HELD        PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-AMOUNT-MATCHED    PIC S9(11)V99  VALUE ZERO.
          05 WS-AMOUNT-HELD       PIC S9(11)V99  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'RAPPROCHEMENT DES FACTURES FOURNISSEURS (COMMANDE /
      -         ' RECEPTION / FACTURE)'.
          05 WS-PARAM-LINE.
             10 FILLER            PIC X(22)      VALUE
                'TOLERANCE QUANTITE : '.
             10 WS-RPT-QTY-TOL    PIC ZZ,ZZ9.
             10 FILLER            PIC X(23)      VALUE
                '  TOLERANCE PRIX % : '.
             10 WS-RPT-PRC-TOL    PIC Z9.99.
             10 FILLER            PIC X(21)      VALUE
                '  DELAI PAIEMENT : '.
             10 WS-RPT-DUE-DAYS   PIC ZZ9.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-INVOICE-LINE.
             10 FILLER            PIC X(8)       VALUE 'FOUR: '.
             10 WS-RPT-SUP        PIC X(4).
             10 FILLER            PIC X(11)      VALUE '  FACTURE: '.
             10 WS-RPT-INV        PIC X(10).
             10 FILLER            PIC X(8)       VALUE '  DATE: '.
             10 WS-RPT-DATE       PIC X(10).
             10 FILLER            PIC X(10)      VALUE '  LIGNES: '.
             10 WS-RPT-LINES      PIC ZZ9.
             10 FILLER            PIC X(12)      VALUE '  MONTANT: '.
             10 WS-RPT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(30).
          05 WS-HOLD-LINE.
             10 FILLER            PIC X(14)      VALUE
                '   CDE ACHAT: '.
             10 WS-RPT-HL-PO      PIC X(7).
             10 FILLER            PIC X(11)      VALUE '  PRODUIT: '.
             10 WS-RPT-HL-PROD    PIC X(3).
             10 FILLER            PIC X(8)       VALUE '  QTE : '.
             10 WS-RPT-HL-QTY     PIC ZZ,ZZ9.
             10 FILLER            PIC X(9)       VALUE '  PRIX : '.
             10 WS-RPT-HL-PRICE   PIC ZZ,ZZ9.99.
             10 FILLER            PIC X(8)       VALUE '  REF : '.
             10 WS-RPT-HL-REF     PIC ZZ,ZZ9.99.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-HL-CODE    PIC X(4).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-HL-TEXT    PIC X(30).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(18)      VALUE
                'FACTURES LUES  : '.
             10 WS-RPT-INV-READ   PIC ZZ,ZZ9.
             10 FILLER            PIC X(16)      VALUE
                ' - RAPPROCHEES: '.
             10 WS-RPT-INV-MATCH  PIC ZZ,ZZ9.
             10 FILLER            PIC X(16)      VALUE
                ' - EN ATTENTE: '.
             10 WS-RPT-INV-HELD   PIC ZZ,ZZ9.
             10 FILLER            PIC X(16)      VALUE
                ' - LIGNES LUES: '.
             10 WS-RPT-LINES-READ PIC ZZ,ZZ9.
          05 WS-AMOUNT-LINE.
             10 FILLER            PIC X(22)      VALUE
                'MONTANT A PAYER HT : '.
             10 WS-RPT-AMT-MATCH  PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER            PIC X(22)      VALUE
                '  MONTANT BLOQUE HT: '.
             10 WS-RPT-AMT-HELD   PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01 H-PROD-NO               PIC X(3).
       01 H-COST                  PIC S9(5)V9(2) USAGE COMP-3.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-FILE
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                               *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME SUPINV'
           PERFORM READ-SYSIN-CARDS

           OPEN INPUT SINV-FILE
           IF NOT WS-IN-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES: '
                      WS-IN-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

      * LE CARNET EST INDISPENSABLE : SANS LUI AUCUNE LIGNE NE PEUT
      * ETRE RAPPROCHEE
           OPEN I-O PO-FILE
           IF NOT WS-PO-OK
              DISPLAY 'ERREUR OUVERTURE CARNET FNPOMST: '
                      WS-PO-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

      * LE MAITRE FOURNISSEURS EST FACULTATIF : SON ABSENCE NE BLOQUE
      * PAS LE RAPPROCHEMENT, ELLE EST SIMPLEMENT ANNONCEE
           OPEN INPUT SUP-FILE
           IF WS-SU-OK
              MOVE 'Y' TO WS-SU-AVAIL-SW
           ELSE
              DISPLAY 'PAS DE MAITRE FOURNISSEURS ('
                      WS-SU-STATUS '), NUMEROS NON VALIDES'
           END-IF

           PERFORM LOAD-LEDGER

      * GRAND LIVRE EN AJOUT (CREE AU PREMIER PASSAGE)
           OPEN EXTEND LEDGER-FILE
           IF NOT WS-LG-OK
              OPEN OUTPUT LEDGER-FILE
           END-IF
           IF NOT WS-LG-OK
              DISPLAY 'ERREUR OUVERTURE GRAND LIVRE FOURNISSEURS: '
                      WS-LG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN OUTPUT HOLD-FILE
           IF NOT WS-HL-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER ATTENTE: '
                      WS-HL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-QTY-TOLERANCE   TO WS-RPT-QTY-TOL
           MOVE WS-PRICE-TOLERANCE TO WS-RPT-PRC-TOL
           MOVE WS-DUE-DAYS        TO WS-RPT-DUE-DAYS
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN QTYTOL= / PRCTOL= / DUEDAYS=         *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END PERFORM PROCESS-SYSIN-CARD
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

       PROCESS-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:7) = 'QTYTOL='
                 IF FUNCTION TEST-NUMVAL(SYSIN-RECORD(8:5)) = 0
                    COMPUTE WS-QTY-TOLERANCE =
                            FUNCTION NUMVAL(SYSIN-RECORD(8:5))
                 ELSE
                    DISPLAY 'CARTE QTYTOL= INVALIDE, IGNOREE'
                 END-IF
              WHEN SYSIN-RECORD(1:7) = 'PRCTOL='
                 IF FUNCTION TEST-NUMVAL(SYSIN-RECORD(8:5)) = 0
                    COMPUTE WS-PRICE-TOLERANCE =
                            FUNCTION NUMVAL(SYSIN-RECORD(8:5))
                 ELSE
                    DISPLAY 'CARTE PRCTOL= INVALIDE, IGNOREE'
                 END-IF
              WHEN SYSIN-RECORD(1:8) = 'DUEDAYS='
                 IF FUNCTION TEST-NUMVAL(SYSIN-RECORD(9:3)) = 0
                    COMPUTE WS-DUE-DAYS =
                            FUNCTION NUMVAL(SYSIN-RECORD(9:3))
                 ELSE
                    DISPLAY 'CARTE DUEDAYS= INVALIDE, IGNOREE'
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * CHARGEMENT DES FACTURES DEJA AU GRAND LIVRE ; FICHIER ABSENT  *
      * = PREMIER RUN                                                 *
      *****************************************************************
       LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LG-OK
              DISPLAY 'PAS DE GRAND LIVRE FOURNISSEURS (' WS-LG-STATUS
                      '), PREMIER TRAITEMENT'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LG-EOF
              READ LEDGER-FILE
                 AT END MOVE '10' TO WS-LG-STATUS
                 NOT AT END
                    IF WS-LDG-COUNT < WS-LDG-MAX
                       ADD 1 TO WS-LDG-COUNT
                       MOVE AP-SUP-NO TO WS-LD-SUP-NO(WS-LDG-COUNT)
                       MOVE AP-INV-NO TO WS-LD-INV-NO(WS-LDG-COUNT)
                    ELSE
                       DISPLAY 'TABLE DU GRAND LIVRE SATUREE, '
                               'ARRET DU PROGRAMME'
                       MOVE 12 TO RETURN-CODE
                       CLOSE LEDGER-FILE
                       PERFORM CLOSE-FILES
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE '00' TO WS-LG-STATUS
           .

      *****************************************************************
      * TRAITEMENT DU FICHIER : LES LIGNES SONT REGROUPEES PAR        *
      * FACTURE (FOURNISSEUR + NUMERO CONSECUTIFS)                    *
      *****************************************************************
       PROCESS-FILE.
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-IN-EOF
                   IF WS-INV-COUNT > 0 OR WS-INV-OVERFLOW > 0
                      IF SI-SUP-NO NOT = WS-CUR-SUP-NO
                         OR SI-INV-NO NOT = WS-CUR-INV-NO
                         PERFORM PROCESS-INVOICE
                      END-IF
                   END-IF
                   PERFORM BUFFER-INVOICE-LINE
                   PERFORM READ-NEXT-RECORD
           END-PERFORM
           IF WS-INV-COUNT > 0 OR WS-INV-OVERFLOW > 0
              PERFORM PROCESS-INVOICE
           END-IF
           .

       READ-NEXT-RECORD.
           MOVE SPACES TO SINV-RECORD
           READ SINV-FILE
           IF WS-IN-OK
              ADD 1 TO WS-LINES-READ
           ELSE
              IF WS-IN-EOF
                 DISPLAY 'FIN DE FICHIER FACTURES'
              ELSE
                 DISPLAY 'ERREUR LECTURE FACTURES, STATUS: '
                         WS-IN-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE '10' TO WS-IN-STATUS
              END-IF
           END-IF
           .

      *****************************************************************
      * MISE EN TABLE D'UNE LIGNE DE LA FACTURE EN COURS ; AU-DELA DE *
      * LA TABLE, LA LIGNE PART DIRECTEMENT EN ATTENTE ET LA FACTURE  *
      * ENTIERE SERA BLOQUEE                                          *
      *****************************************************************
       BUFFER-INVOICE-LINE.
           IF WS-INV-COUNT = 0 AND WS-INV-OVERFLOW = 0
              MOVE SI-SUP-NO   TO WS-CUR-SUP-NO
              MOVE SI-INV-NO   TO WS-CUR-INV-NO
              MOVE SI-INV-DATE TO WS-CUR-INV-DATE
           END-IF
           IF WS-INV-COUNT >= WS-INV-MAX
              ADD 1 TO WS-INV-OVERFLOW
              MOVE SINV-RECORD TO HL-INPUT-LINE
              MOVE 'H011' TO HL-REASON-CODE
              MOVE 'FACTURE TROP LONGUE' TO HL-REASON-TEXT
              WRITE HOLD-RECORD
              ADD 1 TO WS-LINES-HELD
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INV-COUNT
           SET IL-IX TO WS-INV-COUNT
           MOVE SINV-RECORD TO WS-IL-RECORD(IL-IX)
           MOVE SI-PO-NO    TO WS-IL-PO-NO(IL-IX)
           MOVE SI-PROD-NO  TO WS-IL-PROD-NO(IL-IX)
           MOVE ZERO        TO WS-IL-QTY(IL-IX)
           MOVE ZERO        TO WS-IL-PRICE(IL-IX)
           MOVE ZERO        TO WS-IL-REF-PRICE(IL-IX)
           MOVE SPACES      TO WS-IL-REASON-CODE(IL-IX)
           MOVE SPACES      TO WS-IL-REASON-TEXT(IL-IX)
           IF FUNCTION TEST-NUMVAL(SI-QTY-TXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(SI-PRICE-TXT) NOT = 0
              MOVE 'H010' TO WS-IL-REASON-CODE(IL-IX)
              MOVE 'QUANTITE OU PRIX INVALIDE'
                 TO WS-IL-REASON-TEXT(IL-IX)
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(SI-QTY-TXT) NOT > 0
              OR FUNCTION NUMVAL(SI-QTY-TXT) > 99999
              OR FUNCTION NUMVAL(SI-PRICE-TXT) NOT > 0
              OR FUNCTION NUMVAL(SI-PRICE-TXT) > 99999.99
              MOVE 'H010' TO WS-IL-REASON-CODE(IL-IX)
              MOVE 'QUANTITE OU PRIX INVALIDE'
                 TO WS-IL-REASON-TEXT(IL-IX)
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IL-QTY(IL-IX) = FUNCTION NUMVAL(SI-QTY-TXT)
           COMPUTE WS-IL-PRICE(IL-IX) = FUNCTION NUMVAL(SI-PRICE-TXT)
           .

      *****************************************************************
      * RAPPROCHEMENT D'UNE FACTURE COMPLETE : CONTROLES D'ENTETE,    *
      * PUIS CHAQUE LIGNE ; TOUT OU RIEN                              *
      *****************************************************************
       PROCESS-INVOICE.
           ADD 1 TO WS-INVOICES-READ
           MOVE 'N' TO WS-INV-HOLD-SW
           MOVE SPACES TO WS-INV-REASON-CODE
           MOVE SPACES TO WS-INV-REASON-TEXT
           MOVE ZERO TO WS-INV-AMOUNT

           PERFORM CHECK-INVOICE-HEADER
           PERFORM VARYING IL-IX FROM 1 BY 1
                   UNTIL IL-IX > WS-INV-COUNT
              IF WS-IL-REASON-CODE(IL-IX) = SPACES
                 PERFORM MATCH-ONE-LINE
              END-IF
              IF WS-IL-REASON-CODE(IL-IX) NOT = SPACES
                 MOVE 'Y' TO WS-INV-HOLD-SW
              END-IF
              COMPUTE WS-INV-AMOUNT = WS-INV-AMOUNT
                      + WS-IL-QTY(IL-IX) * WS-IL-PRICE(IL-IX)
           END-PERFORM
           IF WS-INV-REASON-CODE NOT = SPACES
              OR WS-INV-OVERFLOW > 0
              MOVE 'Y' TO WS-INV-HOLD-SW
           END-IF

           IF WS-INV-HELD
              PERFORM HOLD-INVOICE
           ELSE
              PERFORM POST-INVOICE
           END-IF

           MOVE ZERO TO WS-INV-COUNT
           MOVE ZERO TO WS-INV-OVERFLOW
           .

      *****************************************************************
      * CONTROLES D'ENTETE : FOURNISSEUR CONNU ET ACTIF, FACTURE PAS  *
      * ENCORE AU GRAND LIVRE, DATE DE FACTURE VALIDE                 *
      *****************************************************************
       CHECK-INVOICE-HEADER.
           IF WS-INV-OVERFLOW > 0
              MOVE 'H011' TO WS-INV-REASON-CODE
              MOVE 'FACTURE TROP LONGUE' TO WS-INV-REASON-TEXT
              EXIT PARAGRAPH
           END-IF
           IF WS-CUR-SUP-NO = SPACES OR WS-CUR-INV-NO = SPACES
              MOVE 'H006' TO WS-INV-REASON-CODE
              MOVE 'FOURNISSEUR INCONNU' TO WS-INV-REASON-TEXT
              EXIT PARAGRAPH
           END-IF
           IF WS-SU-AVAILABLE
              MOVE WS-CUR-SUP-NO TO SUP-NO
              READ SUP-FILE
              IF NOT WS-SU-OK
                 MOVE 'H006' TO WS-INV-REASON-CODE
                 MOVE 'FOURNISSEUR INCONNU' TO WS-INV-REASON-TEXT
                 EXIT PARAGRAPH
              END-IF
              IF SUP-ACTIVE = 'N'
                 MOVE 'H007' TO WS-INV-REASON-CODE
                 MOVE 'FOURNISSEUR INACTIF' TO WS-INV-REASON-TEXT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM VARYING LD-IX FROM 1 BY 1
                   UNTIL LD-IX > WS-LDG-COUNT
              IF WS-LD-SUP-NO(LD-IX) = WS-CUR-SUP-NO
                 AND WS-LD-INV-NO(LD-IX) = WS-CUR-INV-NO
                 MOVE 'H008' TO WS-INV-REASON-CODE
                 MOVE 'FACTURE DEJA ENREGISTREE'
                    TO WS-INV-REASON-TEXT
              END-IF
           END-PERFORM
           IF WS-INV-REASON-CODE NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-CUR-INV-DATE(1:4) NOT NUMERIC
              OR WS-CUR-INV-DATE(5:1) NOT = '-'
              OR WS-CUR-INV-DATE(6:2) NOT NUMERIC
              OR WS-CUR-INV-DATE(8:1) NOT = '-'
              OR WS-CUR-INV-DATE(9:2) NOT NUMERIC
              MOVE 'H009' TO WS-INV-REASON-CODE
              MOVE 'DATE DE FACTURE INVALIDE' TO WS-INV-REASON-TEXT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-INV-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-CUR-INV-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-CUR-INV-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              MOVE 'H009' TO WS-INV-REASON-CODE
              MOVE 'DATE DE FACTURE INVALIDE' TO WS-INV-REASON-TEXT
           END-IF
           .

      *****************************************************************
      * RAPPROCHEMENT D'UNE LIGNE AVEC SA LIGNE DE COMMANDE D'ACHAT : *
      * MEME FOURNISSEUR, QUANTITE DANS LE RECU NON ENCORE FACTURE    *
      * (DEDUCTION FAITE DES LIGNES PRECEDENTES DE LA MEME FACTURE    *
      * SUR LA MEME COMMANDE/PRODUIT), PRIX DANS LA TOLERANCE         *
      *****************************************************************
       MATCH-ONE-LINE.
           MOVE WS-IL-PO-NO(IL-IX)   TO PO-NO
           MOVE WS-IL-PROD-NO(IL-IX) TO PO-PROD-NO
           READ PO-FILE
           IF NOT WS-PO-OK
              MOVE 'H001' TO WS-IL-REASON-CODE(IL-IX)
              MOVE 'LIGNE HORS COMMANDE D''ACHAT'
                 TO WS-IL-REASON-TEXT(IL-IX)
              EXIT PARAGRAPH
           END-IF
           IF PO-SUP-NO NOT = SPACES AND PO-SUP-NO NOT = WS-CUR-SUP-NO
              MOVE 'H002' TO WS-IL-REASON-CODE(IL-IX)
              MOVE 'FOURNISSEUR DIFFERENT DU CARNET'
                 TO WS-IL-REASON-TEXT(IL-IX)
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-QTY-AVAILABLE = PO-QTY-RECEIVED - PO-QTY-INVOICED
           PERFORM VARYING IL-IX2 FROM 1 BY 1 UNTIL IL-IX2 >= IL-IX
              IF WS-IL-PO-NO(IL-IX2) = WS-IL-PO-NO(IL-IX)
                 AND WS-IL-PROD-NO(IL-IX2) = WS-IL-PROD-NO(IL-IX)
                 SUBTRACT WS-IL-QTY(IL-IX2) FROM WS-QTY-AVAILABLE
              END-IF
           END-PERFORM
           IF WS-IL-QTY(IL-IX) > WS-QTY-AVAILABLE + WS-QTY-TOLERANCE
              MOVE 'H003' TO WS-IL-REASON-CODE(IL-IX)
              MOVE 'QUANTITE FACTUREE > RECUE'
                 TO WS-IL-REASON-TEXT(IL-IX)
              EXIT PARAGRAPH
           END-IF

      * PRIX DE REFERENCE : PRIX CONVENU AU CARNET, A DEFAUT COUT
      * FOURNISSEUR API7.PRODUCTS.COST (MEME SOURCE QUE MARGRPT)
           IF PO-UNIT-PRICE > 0
              MOVE PO-UNIT-PRICE TO WS-IL-REF-PRICE(IL-IX)
           ELSE
              MOVE WS-IL-PROD-NO(IL-IX) TO H-PROD-NO
              MOVE ZERO TO H-COST
              EXEC SQL
                  SELECT COALESCE(COST,0)
                    INTO :H-COST
                    FROM API7.PRODUCTS
                   WHERE P_NO = :H-PROD-NO
              END-EXEC
              IF SQLCODE = 0
                 MOVE H-COST TO WS-IL-REF-PRICE(IL-IX)
              END-IF
           END-IF
           IF WS-IL-REF-PRICE(IL-IX) = 0
              MOVE 'H004' TO WS-IL-REASON-CODE(IL-IX)
              MOVE 'PAS DE PRIX DE REFERENCE'
                 TO WS-IL-REASON-TEXT(IL-IX)
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRICE-GAP =
                   WS-IL-PRICE(IL-IX) - WS-IL-REF-PRICE(IL-IX)
           IF WS-PRICE-GAP < 0
              COMPUTE WS-PRICE-GAP = 0 - WS-PRICE-GAP
           END-IF
           COMPUTE WS-PRICE-LIMIT =
                   WS-IL-REF-PRICE(IL-IX) * WS-PRICE-TOLERANCE / 100
           IF WS-PRICE-GAP > WS-PRICE-LIMIT
              MOVE 'H005' TO WS-IL-REASON-CODE(IL-IX)
              MOVE 'ECART DE PRIX HORS TOLERANCE'
                 TO WS-IL-REASON-TEXT(IL-IX)
           END-IF
           .

      *****************************************************************
      * FACTURE RAPPROCHEE : CUMUL FACTURE AU CARNET, PUIS ECRITURE   *
      * AU GRAND LIVRE AVEC L'ECHEANCE                                *
      *****************************************************************
       POST-INVOICE.
           PERFORM VARYING IL-IX FROM 1 BY 1
                   UNTIL IL-IX > WS-INV-COUNT
              MOVE WS-IL-PO-NO(IL-IX)   TO PO-NO
              MOVE WS-IL-PROD-NO(IL-IX) TO PO-PROD-NO
              READ PO-FILE
              IF WS-PO-OK
                 ADD WS-IL-QTY(IL-IX) TO PO-QTY-INVOICED
                 REWRITE PO-RECORD
              END-IF
              IF NOT WS-PO-OK
                 ADD 1 TO WS-RECORDS-ERROR
                 DISPLAY 'ERREUR REECRITURE FNPOMST ' PO-NO '/'
                         PO-PROD-NO ' STATUS ' WS-PO-STATUS
              END-IF
           END-PERFORM

           MOVE WS-CUR-INV-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-CUR-INV-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-CUR-INV-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
           MOVE WS-DUE-DAYS TO WS-INV-TERMS
           IF WS-SU-AVAILABLE
              MOVE WS-CUR-SUP-NO TO SUP-NO
              READ SUP-FILE
              IF WS-SU-OK AND SUP-PAY-TERMS > 0
                 MOVE SUP-PAY-TERMS TO WS-INV-TERMS
              END-IF
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
                   + WS-INV-TERMS
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-CCYYMMDD(1:4) TO WS-DUE-DATE(1:4)
           MOVE '-'                   TO WS-DUE-DATE(5:1)
           MOVE WS-DATE-CCYYMMDD(5:2) TO WS-DUE-DATE(6:2)
           MOVE '-'                   TO WS-DUE-DATE(8:1)
           MOVE WS-DATE-CCYYMMDD(7:2) TO WS-DUE-DATE(9:2)

           MOVE WS-CUR-SUP-NO   TO AP-SUP-NO
           MOVE WS-CUR-INV-NO   TO AP-INV-NO
           MOVE WS-CUR-INV-DATE TO AP-INV-DATE
           MOVE WS-DUE-DATE     TO AP-DUE-DATE
           MOVE WS-INV-AMOUNT   TO AP-AMOUNT
           MOVE WS-INV-COUNT    TO AP-LINES
           MOVE FUNCTION CURRENT-DATE(1:20) TO AP-TIMESTAMP
           WRITE LEDGER-RECORD
           IF NOT WS-LG-OK
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'ERREUR ECRITURE GRAND LIVRE ' WS-CUR-SUP-NO
                      '/' WS-CUR-INV-NO ' STATUS ' WS-LG-STATUS
           END-IF
           IF WS-LDG-COUNT < WS-LDG-MAX
              ADD 1 TO WS-LDG-COUNT
              MOVE WS-CUR-SUP-NO TO WS-LD-SUP-NO(WS-LDG-COUNT)
              MOVE WS-CUR-INV-NO TO WS-LD-INV-NO(WS-LDG-COUNT)
           END-IF

           ADD 1 TO WS-INVOICES-MATCHED
           ADD WS-INV-AMOUNT TO WS-AMOUNT-MATCHED
           MOVE 'RAPPROCHEE, A PAYER' TO WS-RPT-STATUS
           PERFORM WRITE-INVOICE-LINE
           .

      *****************************************************************
      * FACTURE EN ATTENTE : TOUTES SES LIGNES PARTENT DANS FNAPHLD   *
      * AVEC LEUR MOTIF (MOTIF D'ENTETE, SINON MOTIF DE LA LIGNE,     *
      * SINON H000 POUR UNE LIGNE CONFORME BLOQUEE AVEC SA FACTURE)   *
      * ET SONT DETAILLEES SUR LE RAPPORT POUR LES ACHATS             *
      *****************************************************************
       HOLD-INVOICE.
           ADD 1 TO WS-INVOICES-HELD
           ADD WS-INV-AMOUNT TO WS-AMOUNT-HELD
           IF WS-INV-REASON-CODE NOT = SPACES
              MOVE WS-INV-REASON-TEXT TO WS-RPT-STATUS
           ELSE
              MOVE 'EN ATTENTE, ECART DE LIGNE' TO WS-RPT-STATUS
           END-IF
           PERFORM WRITE-INVOICE-LINE
           PERFORM VARYING IL-IX FROM 1 BY 1
                   UNTIL IL-IX > WS-INV-COUNT
              MOVE WS-IL-RECORD(IL-IX) TO HL-INPUT-LINE
              EVALUATE TRUE
                 WHEN WS-INV-REASON-CODE NOT = SPACES
                    MOVE WS-INV-REASON-CODE TO HL-REASON-CODE
                    MOVE WS-INV-REASON-TEXT TO HL-REASON-TEXT
                 WHEN WS-IL-REASON-CODE(IL-IX) NOT = SPACES
                    MOVE WS-IL-REASON-CODE(IL-IX) TO HL-REASON-CODE
                    MOVE WS-IL-REASON-TEXT(IL-IX) TO HL-REASON-TEXT
                 WHEN OTHER
                    MOVE 'H000' TO HL-REASON-CODE
                    MOVE 'LIGNE CONFORME, FACTURE BLOQUEE'
                       TO HL-REASON-TEXT
              END-EVALUATE
              WRITE HOLD-RECORD
              ADD 1 TO WS-LINES-HELD
              MOVE WS-IL-PO-NO(IL-IX)     TO WS-RPT-HL-PO
              MOVE WS-IL-PROD-NO(IL-IX)   TO WS-RPT-HL-PROD
              MOVE WS-IL-QTY(IL-IX)       TO WS-RPT-HL-QTY
              MOVE WS-IL-PRICE(IL-IX)     TO WS-RPT-HL-PRICE
              MOVE WS-IL-REF-PRICE(IL-IX) TO WS-RPT-HL-REF
              MOVE HL-REASON-CODE         TO WS-RPT-HL-CODE
              MOVE HL-REASON-TEXT         TO WS-RPT-HL-TEXT
              WRITE REPORT-RECORD FROM WS-HOLD-LINE
           END-PERFORM
           .

      *****************************************************************
      * ECRITURE LIGNE DE FACTURE SUR LE RAPPORT                      *
      *****************************************************************
       WRITE-INVOICE-LINE.
           MOVE WS-CUR-SUP-NO   TO WS-RPT-SUP
           MOVE WS-CUR-INV-NO   TO WS-RPT-INV
           MOVE WS-CUR-INV-DATE TO WS-RPT-DATE
           COMPUTE WS-RPT-LINES = WS-INV-COUNT + WS-INV-OVERFLOW
           MOVE WS-INV-AMOUNT   TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-INVOICE-LINE
           .

      *****************************************************************
      * FINALISATION                                                 *
      *****************************************************************
       FINALIZATION.
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME SUPINV'
           DISPLAY 'TOTAL LIGNES LUES: ' WS-LINES-READ
           DISPLAY 'FACTURES RAPPROCHEES: ' WS-INVOICES-MATCHED
           DISPLAY 'FACTURES EN ATTENTE: ' WS-INVOICES-HELD
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           EVALUATE TRUE
              WHEN WS-RECORDS-ERROR > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-INVOICES-HELD > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * ECRITURE DU RESUME                                           *
      *****************************************************************
       WRITE-SUMMARY.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-INVOICES-READ    TO WS-RPT-INV-READ
           MOVE WS-INVOICES-MATCHED TO WS-RPT-INV-MATCH
           MOVE WS-INVOICES-HELD    TO WS-RPT-INV-HELD
           MOVE WS-LINES-READ       TO WS-RPT-LINES-READ
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-AMOUNT-MATCHED   TO WS-RPT-AMT-MATCH
           MOVE WS-AMOUNT-HELD      TO WS-RPT-AMT-HELD
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           .

      *****************************************************************
      * CONSTRUCTION DE LA LIGNE TIMESTAMP                           *
      *****************************************************************
       BUILD-TIMESTAMP-LINE.
           MOVE SPACES TO WS-TIMESTAMP-LINE
           STRING 'HORODATAGE: '
                  FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO WS-TIMESTAMP-LINE
           END-STRING
           .

      *****************************************************************
      * FERMETURE DES FICHIERS                                       *
      *****************************************************************
       CLOSE-FILES.
           CLOSE SINV-FILE
           CLOSE PO-FILE
           IF WS-SU-AVAILABLE
              CLOSE SUP-FILE
           END-IF
           CLOSE LEDGER-FILE
           CLOSE HOLD-FILE
           CLOSE REPORT-FILE
           .
