      *             PAR RATECONV (MEMES TAUX A DATE D'EFFET           *
      *             QU'IMPPRODS/PRICELST), IMPRIME SUR LA FACTURE ET  *
      *             LE MONTANT DEVISE PORTE AU REGISTRE.              *
      *             UNE LIGNE VALORISEE AU PALIER DE QUANTITE         *
      *             (ITEMS.TIER_QTY, POSE PAR IMPVENTS, ORDENT03,     *
      *             RELHOLDS ET RELBACKO) PORTE LA MENTION DU PALIER  *
      *             APPLIQUE A COTE DE LA TVA.                        *
      *             LE PORT TAXE PAR SHIPMANF (COLONNES FREIGHT ET    *
      *             FREIGHT_TAX D'API9.ORDERS) EST IMPRIME SUR SA     *
      *             PROPRE LIGNE AVEC SA TVA ET ENTRE DANS LES TOTAUX *
      *             DE LA FACTURE ET DU REGISTRE.                     *
      *             SELON LE MODE D'ENVOI DU CLIENT (COLONNE          *
      *             INV_DELIVERY TENUE PAR CUSTMNT : P = PAPIER, E =  *
      *             ELECTRONIQUE, B = LES DEUX), LA FACTURE EST       *
      *             IMPRIMEE ET/OU PRODUITE EN FACTURE ELECTRONIQUE   *
      *             STRUCTUREE (XML UBL 2.1 : IDENTIFIANTS VENDEUR ET *
      *             ACHETEUR, SITE DE LIVRAISON, LIGNES AVEC P_NO ET  *
      *             DESIGNATION, PORT, VENTILATION DE LA TVA PAR TAUX *
      *             AVEC LA REFERENCE DU CERTIFICAT D'EXONERATION,    *
      *             TOTAUX DANS LA DEVISE DE FACTURATION, ECHEANCE).  *
      *             CHAQUE FACTURE ELECTRONIQUE PRODUITE EST INSCRITE *
      *             AU JOURNAL DE TRANSMISSION FVEITRN ; NUMEROTATION *
      *             ET REGISTRE NE DEPENDENT PAS DU MODE D'ENVOI.     *
      *             LA SEQUENCE FVINVNUM EST PARTAGEE AVEC LES AVOIRS *
      *             DE CRNOTE (NUMEROTATION LEGALE UNIQUE) ; LE       *
      *             NUMERO DE FACTURE EST GARDE SUR LA COMMANDE       *
      *             (COLONNE INV_NO D'API9.ORDERS).                   *
      * ENTREE    : SYSIN (CARTE DATE= OBLIGATOIRE, CARTES SELLERID=, *
      *             SELLERNAME=, SELLERCTRY= POUR L'IDENTITE DU       *
      *             VENDEUR SUR LA FACTURE ELECTRONIQUE), FVINVNUM    *
      *             (DERNIER NUMERO EMIS, FACULTATIF AU PREMIER RUN), *
      *             FNCURR (TABLE DES TAUX, FACULTATIF),              *
      *             API9.ORDERS/ITEMS/CUSTOMERS/PRODUCTS EN BASE DB2  *
      * SORTIE    : FACTURES (FVINVCE), FACTURES ELECTRONIQUES        *
      *             (FVEINV), JOURNAL DE TRANSMISSION (FVEITRN, EN    *
      *             AJOUT), REGISTRE (FVINVREG), FVINVNUM REECRIT,    *
      *             RAPPORT SYSOUT                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-INVCE.

      * FACTURES ELECTRONIQUES XML : UN DOCUMENT UBL COMPLET PAR
      * FACTURE, CHAQUE DOCUMENT COMMENCANT PAR SA DECLARATION
      * <?xml ...?> (LE FRONTAL DE TRANSMISSION DECOUPE LE FICHIER
      * SUR CETTE LIGNE)
           SELECT EINV-FILE
               ASSIGN TO FVEINV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EINV.

      * JOURNAL DE TRANSMISSION DES FACTURES ELECTRONIQUES, COMPLETE
      * EN FIN DE FICHIER A CHAQUE EXECUTION
           SELECT EITRN-FILE
               ASSIGN TO FVEITRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EITRN.

           SELECT REGISTER-FILE
               ASSIGN TO FVINVREG
               ORGANIZATION IS SEQUENTIAL
       FD  INVOICE-FILE.
       01  INVOICE-RECORD             PIC X(132).

       FD  EINV-FILE.
       01  EINV-RECORD                PIC X(200).

      * JOURNAL DE TRANSMISSION : UNE LIGNE PAR FACTURE ELECTRONIQUE
      * PRODUITE ; MONTANT TTC DANS LA DEVISE DE LA FACTURE (CODE
      * MAISON), STATUT 'EMIS' OU 'ERR ' (ECRITURE XML EN ECHEC OU
      * DEVISE SANS CODE ISO 4217, FACTURE NON PRODUITE, A REPRENDRE)
       FD  EITRN-FILE.
       01  EITRN-RECORD.
           05 ET-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-DATE                 PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-DELIVERY             PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-CURRENCY             PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-GROSS                PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-STATUS               PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ET-TIMESTAMP            PIC X(20).

      * REGISTRE DES FACTURES EMISES : UNE LIGNE PAR FACTURE
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
      * DUNNING VENTILENT DESORMAIS L'ANCIENNETE
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-DUE-DATE             PIC X(10).
      * TYPE DE DOCUMENT (F = FACTURE, A = AVOIR EMIS PAR CRNOTE,
      * BLANC SUR LES REGISTRES ANTERIEURS = FACTURE) ; UN AVOIR
      * PORTE SES MONTANTS EN NEGATIF, LE NUMERO DE LA FACTURE
      * D'ORIGINE QU'IL CORRIGE ET L'AUTORISATION DE RETOUR
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-DOC-TYPE             PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-REF-INV-NO           PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-RA-NO                PIC X(7).

      * SEQUENCE DE NUMEROTATION DES FACTURES (UN ENREGISTREMENT)
       FD  INVNUM-FILE.
              10 SH-SITE              PIC X(2).
           05 SH-NAME                 PIC X(30).
           05 SH-ADDRESS              PIC X(40).
           05 SH-ZONE                 PIC X(2).
           05 SH-COUNTRY              PIC X(2).

      * MEME DISPOSITION QUE CURRENCIES-RECORD DANS IMPPRODS
       FD  CURRENCIES-FILE.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-INVCE                PIC XX VALUE SPACES.
           88 WS-INVCE-OK                   VALUE '00'.
       01  WS-FS-EINV                 PIC XX VALUE SPACES.
           88 WS-EINV-OK                    VALUE '00'.
       01  WS-FS-EITRN                PIC XX VALUE SPACES.
           88 WS-EITRN-OK                   VALUE '00'.
       01  WS-FS-INVREG               PIC XX VALUE SPACES.
           88 WS-INVREG-OK                  VALUE '00'.
       01  WS-FS-INVNUM               PIC XX VALUE SPACES.
           05 WS-TOTAL-GROSS          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-INV-CONVERTED        PIC 9(5)  VALUE ZERO.
           05 WS-INV-NO-RATE          PIC 9(5)  VALUE ZERO.
           05 WS-INV-PRINTED          PIC 9(5)  VALUE ZERO.
           05 WS-EINV-ISSUED          PIC 9(5)  VALUE ZERO.
           05 WS-EINV-ERRORS          PIC 9(5)  VALUE ZERO.

      * TABLE DES TAUX (MEME DISPOSITION QUE LA LINKAGE DE RATECONV),
      * CHARGEE DEPUIS FNCURR ; UNE LIGNE PAR DEVISE ET DATE D'EFFET
       01  WS-F-VAT                   PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-F-GROSS                 PIC S9(9)V99 COMP-3 VALUE +0.

      * MODE D'ENVOI DU CLIENT EN COURS (COLONNE INV_DELIVERY) : UN
      * CODE A BLANC OU INCONNU VAUT PAPIER, COMME AVANT
       01  WS-DELIVERY-SW             PIC X     VALUE 'P'.
           88 WS-DLV-PRINT                  VALUE 'P' 'B'.
           88 WS-DLV-EINV                   VALUE 'E' 'B'.

      * IDENTITE DU VENDEUR SUR LA FACTURE ELECTRONIQUE (CARTES
      * SYSIN SELLERID= NUMERO DE TVA INTRACOMMUNAUTAIRE, SELLERNAME=
      * RAISON SOCIALE, SELLERCTRY= PAYS, 'FR' PAR DEFAUT)
       01  WS-SELLER-ID               PIC X(20) VALUE SPACES.
       01  WS-SELLER-NAME             PIC X(30) VALUE SPACES.
       01  WS-SELLER-COUNTRY          PIC X(2)  VALUE 'FR'.

      * SITE DE LIVRAISON TROUVE POUR LA FACTURE EN COURS (LE BLOC
      * LIVRAISON DE LA FACTURE ELECTRONIQUE REPREND SHIP-RECORD)
       01  WS-SHIPTO-SW               PIC X     VALUE 'N'.
           88 WS-SHIPTO-FOUND               VALUE 'Y'.

      * FACTURE ELECTRONIQUE EN COURS : TOTAL HT DES SEULES LIGNES
      * (HORS PORT), NUMERO DE LIGNE, ECHEC D'ECRITURE
       01  WS-INV-LINES-NET           PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-EINV-LINE-NO            PIC 9(4)  VALUE ZERO.
       01  WS-EINV-ERROR-SW           PIC X     VALUE 'N'.
           88 WS-EINV-ERROR                 VALUE 'Y'.

      * CATEGORIE ET TAUX DE TVA D'UNE LIGNE : LE TAUX N'ETANT PAS
      * PORTE PAR API9.ITEMS, IL EST RETROUVE PAR TVA / MONTANT HT
      * (AU DIXIEME DE POINT) ; CATEGORIE S = TAXEE, E = EXONEREE SUR
      * CERTIFICAT (TVA MISE A ZERO PAR IMPVENTS), Z = TAUX ZERO
       01  WS-TC-NET                  PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-TC-TAX                  PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-TC-CAT                  PIC X     VALUE SPACE.
       01  WS-TC-PCT                  PIC 99V9  VALUE ZERO.

      * VENTILATION DE LA TVA DE LA FACTURE PAR CATEGORIE ET TAUX
       01  WS-VB-COUNT                PIC 9(2)  VALUE ZERO.
       01  WS-VB-MAX                  PIC 9(2)  VALUE 10.
       01  WS-VB-IX                   PIC 9(2)  VALUE ZERO.
       01  WS-VB-FOUND                PIC 9(2)  VALUE ZERO.
       01  WS-VAT-BREAKDOWN.
           05 WS-VB-ENTRY OCCURS 10 TIMES.
              10 WS-VB-CAT            PIC X.
              10 WS-VB-PCT            PIC 99V9.
              10 WS-VB-BASE           PIC S9(9)V99 COMP-3.
              10 WS-VB-TAX            PIC S9(9)V99 COMP-3.

      * ZONES DE CONSTRUCTION DU XML : BALISE, ATTRIBUT (SANS
      * BLANC), VALEUR ECHAPPEE (& < > " REMPLACES PAR LEURS ENTITES)
      * ET INDENTATION (DEUX BLANCS PAR NIVEAU)
       01  WS-XML-LINE                PIC X(200) VALUE SPACES.
       01  WS-XML-TAG                 PIC X(40)  VALUE SPACES.
       01  WS-XML-ATTR                PIC X(40)  VALUE SPACES.
       01  WS-XML-VALUE               PIC X(80)  VALUE SPACES.
       01  WS-XML-ESC                 PIC X(160) VALUE SPACES.
       01  WS-XML-CHAR                PIC X      VALUE SPACE.
       01  WS-XML-LEN                 PIC 9(3)   VALUE ZERO.
       01  WS-XML-IX                  PIC 9(3)   VALUE ZERO.
       01  WS-XML-PTR                 PIC 9(3)   VALUE ZERO.
       01  WS-XML-LEVEL               PIC 9(2)   VALUE ZERO.
       01  WS-XML-CURR                PIC XX     VALUE SPACES.
      * CODE ISO 4217 DE LA DEVISE DE LA FACTURE ELECTRONIQUE (LES
      * CODES MAISON SUR DEUX LETTRES NE SONT PAS ACCEPTES EN UBL)
       01  WS-XML-ISO                 PIC X(3)   VALUE SPACES.
       01  WS-XML-CTRY                PIC XX     VALUE SPACES.
       01  WS-XML-TC-TAG              PIC X(40)  VALUE SPACES.
       01  WS-XML-AMT                 PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-XML-AMT-ED              PIC -(9)9.99.
       01  WS-XML-PCT-ED              PIC Z9.9.
       01  WS-XML-QTY-ED              PIC -(5)9.
       01  WS-XML-NO-ED               PIC Z(6)9.
       01  WS-UBL-NS                  PIC X(45) VALUE
              'urn:oasis:names:specification:ubl:schema:xsd:'.

      * MISE EN PAGE DE LA FACTURE
       01  WS-INVOICE-LINES.
           05 WS-INV-SEP              PIC X(132) VALUE ALL '='.
              10 WS-IV-CADDR          PIC X(40).
           05 WS-INV-COLS             PIC X(132) VALUE
                 'PRODUIT  DESIGNATION                     QTE
      -          '  PRIX UNIT.     MONTANT HT         TVA  PALIER'.
           05 WS-INV-SEP2             PIC X(132) VALUE ALL '-'.
           05 WS-INV-ITEM.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-IV-NET            PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-IV-TAX            PIC ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-IV-TIER-LBL       PIC X(3).
              10 WS-IV-TIER-QTY       PIC ZZZZ9 BLANK WHEN ZERO.
      * LIGNE DE PORT, ALIGNEE SUR LES COLONNES MONTANT HT ET TVA
           05 WS-INV-FREIGHT.
              10 FILLER               PIC X(9)   VALUE '  PORT'.
              10 FILLER               PIC X(15)  VALUE
                 'TRANSPORTEUR '.
              10 WS-IV-FRT-CARRIER    PIC X(4).
              10 FILLER               PIC X(32)  VALUE SPACES.
              10 WS-IV-FRT-NET        PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-IV-FRT-TAX        PIC ZZZ,ZZ9.99-.
           05 WS-INV-TOTALS.
              10 FILLER               PIC X(18)  VALUE
                 'TOTAL HT        : '.
      * COMMANDE (FNSHPMST, BLANC = ADRESSE DU CLIENT), EXTENSION DE
      * SCHEMA
       01  H-O-SITE                   PIC XX.
      * COLONNES CARRIER / FREIGHT / FREIGHT_TAX SUR API9.ORDERS : PORT
      * TAXE A L'EXPEDITION PAR SHIPMANF, EXTENSION DE SCHEMA
       01  H-O-CARRIER                PIC X(4).
       01  H-O-FREIGHT                PIC S9(7)V99  USAGE COMP-3.
       01  H-O-FRT-TAX                PIC S9(7)V99  USAGE COMP-3.
       01  H-C-NAME                   PIC X(30).
       01  H-C-ADDRESS                PIC X(40).
      * COLONNE CURRENCY SUR API9.CUSTOMERS : DEVISE DE FACTURATION
       01  H-C-EXEMPT                 PIC X(1).
       01  H-C-CERT                   PIC X(10).
       01  H-C-CERT-EXP               PIC X(10).
      * COLONNE COUNTRY SUR API9.CUSTOMERS (PAYS DU CLIENT) ET COLONNE
      * INV_DELIVERY (MODE D'ENVOI DES FACTURES P/E/B), TENUES PAR
      * CUSTMNT, EXTENSIONS DE SCHEMA
       01  H-C-COUNTRY                PIC X(2).
       01  H-C-DELIVERY               PIC X(1).
      * COLONNE INV_NO SUR API9.ORDERS : NUMERO DE LA FACTURE EMISE
      * POUR LA COMMANDE (REPRIS PAR CRNOTE), EXTENSION DE SCHEMA
       01  H-INV-NO                   PIC 9(7).
       01  H-I-P-NO                   PIC XXX.
       01  H-I-QTY                    PIC S9(3)     USAGE COMP-3.
       01  H-I-PRICE                  PIC S9(5)V99  USAGE COMP-3.
       01  H-I-TAX                    PIC S9(5)V99  USAGE COMP-3.
      * COLONNE TIER_QTY SUR API9.ITEMS : PALIER DE QUANTITE APPLIQUE
      * (0 = PRIX CATALOGUE PLEIN, CONTRAT OU PRIX AMONT)
       01  H-I-TIER-QTY               PIC S9(5)     USAGE COMP-3.
       01  H-P-DESC                   PIC X(30).

      * COMMANDES CHARGEES A LA DATE TRAITEE
           EXEC SQL
               DECLARE ORD-CURSOR CURSOR FOR
               SELECT O_NO, C_NO, COALESCE(SHIP_SITE,' '),
                      COALESCE(CARRIER,' '), COALESCE(FREIGHT,0),
                      COALESCE(FREIGHT_TAX,0)
                 FROM API9.ORDERS
                WHERE O_DATE = :H-RUN-DATE
                ORDER BY O_NO
               DECLARE ITEM-CURSOR CURSOR FOR
               SELECT I.P_NO, I.QUANTITY, I.PRICE,
                      COALESCE(I.TAX_AMOUNT,0),
                      COALESCE(P.DESCRIPTION,' '),
                      COALESCE(I.TIER_QTY,0)
                 FROM API9.ITEMS I
                      LEFT OUTER JOIN API9.PRODUCTS P
                        ON P.P_NO = I.P_NO
              CLOSE INVOICE-FILE
              GOBACK
           END-IF
           OPEN OUTPUT EINV-FILE
           IF NOT WS-EINV-OK
              DISPLAY 'ERREUR OUVERTURE FACTURES ELECTRONIQUES: '
                      WS-FS-EINV
              MOVE 12 TO RETURN-CODE
              CLOSE INVOICE-FILE REGISTER-FILE
              GOBACK
           END-IF
      * JOURNAL DE TRANSMISSION COMPLETE EN FIN DE FICHIER ; CREE AU
      * PREMIER RUN S'IL N'EXISTE PAS ENCORE
           OPEN EXTEND EITRN-FILE
           IF NOT WS-EITRN-OK
              OPEN OUTPUT EITRN-FILE
           END-IF
           IF NOT WS-EITRN-OK
              DISPLAY 'ERREUR OUVERTURE JOURNAL DE TRANSMISSION: '
                      WS-FS-EITRN
              MOVE 12 TO RETURN-CODE
              CLOSE INVOICE-FILE REGISTER-FILE EINV-FILE
              GOBACK
           END-IF
           IF WS-SELLER-ID = SPACES
              DISPLAY 'CARTE SELLERID= ABSENTE, FACTURES '
                      'ELECTRONIQUES SANS IDENTIFIANT VENDEUR'
           END-IF

           EXEC SQL OPEN ORD-CURSOR END-EXEC
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN : DATE=AAAA-MM-JJ, IDENTITE DU       *
      * VENDEUR (SELLERID=, SELLERNAME=, SELLERCTRY=)                 *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END
                       PERFORM PARSE-SYSIN-CARD
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

       PARSE-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:5) = 'DATE='
                 MOVE SYSIN-RECORD(6:10) TO WS-RUN-DATE
              WHEN SYSIN-RECORD(1:9) = 'SELLERID='
                 MOVE SYSIN-RECORD(10:20) TO WS-SELLER-ID
              WHEN SYSIN-RECORD(1:11) = 'SELLERNAME='
                 MOVE SYSIN-RECORD(12:30) TO WS-SELLER-NAME
              WHEN SYSIN-RECORD(1:11) = 'SELLERCTRY='
                 MOVE SYSIN-RECORD(12:2) TO WS-SELLER-COUNTRY
           END-EVALUATE
           .

      *****************************************************************
      * REPRISE DU DERNIER NUMERO DE FACTURE EMIS (FVINVNUM) ;        *
      * FICHIER ABSENT = PREMIERE EMISSION, SEQUENCE A ZERO           *

       READ-NEXT-ORDER.
           EXEC SQL
               FETCH ORD-CURSOR INTO :H-O-NO, :H-C-NO, :H-O-SITE,
                                     :H-O-CARRIER, :H-O-FREIGHT,
                                     :H-O-FRT-TAX
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ORDER-EOF-SW
           MOVE +0 TO WS-INV-NET
           MOVE +0 TO WS-INV-VAT
           MOVE +0 TO WS-INV-GROSS
           MOVE +0 TO WS-INV-LINES-NET
           MOVE 0 TO WS-VB-COUNT
           MOVE 'N' TO WS-SHIPTO-SW

           PERFORM READ-CUSTOMER-IDENTITY
           IF WS-DLV-PRINT
              ADD 1 TO WS-INV-PRINTED
           END-IF

           MOVE WS-INV-SEP TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE WS-INVOICE-NO TO WS-IV-NO
           MOVE H-O-NO        TO WS-IV-ONO
           MOVE WS-RUN-DATE   TO WS-IV-DATE
           MOVE WS-INV-HDR TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE H-C-NO      TO WS-IV-CNO
           MOVE H-C-NAME    TO WS-IV-CNAME
           MOVE H-C-ADDRESS TO WS-IV-CADDR
           MOVE WS-INV-CUST TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
      * COMMANDE LIVREE SUR UN SITE : L'ADRESSE DU SITE (FNSHPMST)
      * EST IMPRIMEE SOUS L'IDENTITE DE FACTURATION
           IF H-O-SITE NOT = SPACES AND WS-SHIP-AVAILABLE
              MOVE H-O-SITE TO SH-SITE
              READ SHIP-FILE
              IF WS-FS-SHIP = '00'
                 MOVE 'Y' TO WS-SHIPTO-SW
                 MOVE H-O-SITE  TO WS-IV-SH-SITE
                 MOVE SH-NAME   TO WS-IV-SH-NAME
                 MOVE SH-ADDRESS TO WS-IV-SH-ADDR
                 MOVE WS-INV-SHIPTO TO INVOICE-RECORD
                 PERFORM WRITE-PRINT-LINE
              ELSE
                 MOVE '00' TO WS-FS-SHIP
              END-IF
           IF H-C-EXEMPT = 'Y'
              MOVE H-C-CERT     TO WS-IV-EX-CERT
              MOVE H-C-CERT-EXP TO WS-IV-EX-DATE
              MOVE WS-INV-EXEMPT TO INVOICE-RECORD
              PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE WS-INV-COLS TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE WS-INV-SEP2 TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE

           PERFORM PRINT-INVOICE-ITEMS
           IF H-O-FREIGHT NOT = 0
              MOVE H-O-CARRIER TO WS-IV-FRT-CARRIER
              MOVE H-O-FREIGHT TO WS-IV-FRT-NET
              MOVE H-O-FRT-TAX TO WS-IV-FRT-TAX
              MOVE WS-INV-FREIGHT TO INVOICE-RECORD
              PERFORM WRITE-PRINT-LINE
              ADD H-O-FREIGHT TO WS-INV-NET
              ADD H-O-FRT-TAX TO WS-INV-VAT
              MOVE H-O-FREIGHT TO WS-TC-NET
              MOVE H-O-FRT-TAX TO WS-TC-TAX
              PERFORM DERIVE-TAX-CATEGORY
              PERFORM ADD-VAT-BREAKDOWN
           END-IF

           MOVE WS-INV-SEP2 TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           COMPUTE WS-INV-GROSS = WS-INV-NET + WS-INV-VAT
           MOVE WS-INV-NET   TO WS-IV-TOT-NET
           MOVE WS-INV-VAT   TO WS-IV-TOT-VAT
           MOVE WS-INV-GROSS TO WS-IV-TOT-GROSS
           MOVE WS-INV-TOTALS TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE WS-DUE-DATE   TO WS-IV-DUE-DATE
           MOVE WS-CUST-TERMS TO WS-IV-DUE-TERMS
           MOVE WS-INV-DUE TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           PERFORM CONVERT-INVOICE-TOTALS
           MOVE WS-INV-BLANK TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE

           ADD WS-INV-GROSS TO WS-TOTAL-GROSS
           IF WS-DLV-EINV
              PERFORM WRITE-EINVOICE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           PERFORM MARK-ORDER-INVOICED
           .
      *****************************************************************
      * LA COMMANDE FACTUREE AVANCE AU STATUT INVOICED (CYCLE DE VIE  *
      * O_STATUS : OPEN AU CHARGEMENT, SHIPPED PAR SHIPCONF, INVOICED *
      * ICI ; ARCHVENT N'ARCHIVE QUE LES COMMANDES INVOICED) ; LE     *
      * NUMERO DE FACTURE EST GARDE SUR LA COMMANDE POUR QUE LES      *
      * AVOIRS DE CRNOTE RENVOIENT A LA FACTURE QU'ILS CORRIGENT      *
      *****************************************************************
       MARK-ORDER-INVOICED.
           MOVE WS-INVOICE-NO TO H-INV-NO
           EXEC SQL
               UPDATE API9.ORDERS
                  SET O_STATUS = 'INVOICED',
                      INV_NO   = :H-INV-NO
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE NOT = 0
       READ-CUSTOMER-IDENTITY.
           MOVE SPACES TO H-C-NAME H-C-ADDRESS H-C-CURRENCY
                          H-C-TERMS H-C-CERT H-C-CERT-EXP
                          H-C-COUNTRY
           MOVE 'N' TO H-C-EXEMPT
           MOVE 'P' TO H-C-DELIVERY
           EXEC SQL
               SELECT COALESCE(NAME,' '), COALESCE(ADDRESS,' '),
                      COALESCE(CURRENCY,' '), COALESCE(TERMS,' '),
                      COALESCE(TAX_EXEMPT,'N'),
                      COALESCE(TAX_CERT,' '),
                      COALESCE(TAX_CERT_EXP,' '),
                      COALESCE(COUNTRY,' '),
                      COALESCE(INV_DELIVERY,'P')
                 INTO :H-C-NAME, :H-C-ADDRESS, :H-C-CURRENCY,
                      :H-C-TERMS, :H-C-EXEMPT, :H-C-CERT,
                      :H-C-CERT-EXP, :H-C-COUNTRY, :H-C-DELIVERY
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO H-C-NAME H-C-ADDRESS H-C-CURRENCY
                             H-C-TERMS H-C-CERT H-C-CERT-EXP
                             H-C-COUNTRY
              MOVE 'N' TO H-C-EXEMPT
              MOVE 'P' TO H-C-DELIVERY
           END-IF
           MOVE H-C-DELIVERY TO WS-DELIVERY-SW
           IF NOT WS-DLV-PRINT AND NOT WS-DLV-EINV
              MOVE 'P' TO WS-DELIVERY-SW
           END-IF
           MOVE H-C-CURRENCY TO WS-CUST-CURRENCY
           MOVE H-C-TERMS    TO WS-CUST-TERMS
           IF WS-RC-VALID NOT = 'Y' OR WS-RC-RATE = ZERO
              ADD 1 TO WS-INV-NO-RATE
              MOVE WS-CUST-CURRENCY TO WS-IV-NR-CURR
              MOVE WS-INV-NORATE TO INVOICE-RECORD
              PERFORM WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-F-NET   ROUNDED = WS-INV-NET   / WS-RC-RATE
           MOVE WS-F-VAT         TO WS-IV-F-VAT
           MOVE WS-F-GROSS       TO WS-IV-F-GROSS
           MOVE WS-RC-RATE       TO WS-IV-F-RATE
           MOVE WS-INV-FTOTALS TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           .

      *****************************************************************
           EXEC SQL
               FETCH ITEM-CURSOR
                INTO :H-I-P-NO, :H-I-QTY, :H-I-PRICE, :H-I-TAX,
                     :H-P-DESC, :H-I-TIER-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ITEM-EOF-SW
           MOVE H-I-PRICE   TO WS-IV-PRICE
           MOVE WS-LINE-NET TO WS-IV-NET
           MOVE H-I-TAX     TO WS-IV-TAX
           IF H-I-TIER-QTY > 0
              MOVE '>='         TO WS-IV-TIER-LBL
              MOVE H-I-TIER-QTY TO WS-IV-TIER-QTY
           ELSE
              MOVE SPACES       TO WS-IV-TIER-LBL
              MOVE ZERO         TO WS-IV-TIER-QTY
           END-IF
           MOVE WS-INV-ITEM TO INVOICE-RECORD
           PERFORM WRITE-PRINT-LINE
           ADD 1 TO WS-LINES-PRINTED
           ADD WS-LINE-NET TO WS-INV-NET
           ADD WS-LINE-NET TO WS-INV-LINES-NET
           ADD H-I-TAX     TO WS-INV-VAT
           MOVE WS-LINE-NET TO WS-TC-NET
           MOVE H-I-TAX     TO WS-TC-TAX
           PERFORM DERIVE-TAX-CATEGORY
           PERFORM ADD-VAT-BREAKDOWN
           .

      *****************************************************************
      * IMPRESSION D'UNE LIGNE DE FACTURE : SEULEMENT POUR UN CLIENT  *
      * SERVI SUR PAPIER (MODE P OU B) ; UN CLIENT EN MODE E NE       *
      * RECOIT QUE SA FACTURE ELECTRONIQUE                            *
      *****************************************************************
       WRITE-PRINT-LINE.
           IF WS-DLV-PRINT
              WRITE INVOICE-RECORD
           END-IF
           .

      *****************************************************************
      * CATEGORIE ET TAUX DE TVA D'UN MONTANT (WS-TC-NET / WS-TC-TAX) *
      *****************************************************************
       DERIVE-TAX-CATEGORY.
           MOVE ZERO TO WS-TC-PCT
           IF WS-TC-TAX = 0
              IF H-C-EXEMPT = 'Y'
                 MOVE 'E' TO WS-TC-CAT
              ELSE
                 MOVE 'Z' TO WS-TC-CAT
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-TC-CAT
           IF WS-TC-NET NOT = 0
              COMPUTE WS-TC-PCT ROUNDED = WS-TC-TAX * 100 / WS-TC-NET
                 ON SIZE ERROR MOVE ZERO TO WS-TC-PCT
              END-COMPUTE
           END-IF
           .

      *****************************************************************
      * CUMUL DANS LA VENTILATION PAR CATEGORIE ET TAUX ; TABLE       *
      * PLEINE = CUMUL SUR LA DERNIERE ENTREE, SIGNALE                *
      *****************************************************************
       ADD-VAT-BREAKDOWN.
           MOVE 0 TO WS-VB-FOUND
           PERFORM VARYING WS-VB-IX FROM 1 BY 1
                   UNTIL WS-VB-IX > WS-VB-COUNT OR WS-VB-FOUND > 0
              IF WS-VB-CAT(WS-VB-IX) = WS-TC-CAT
                 AND WS-VB-PCT(WS-VB-IX) = WS-TC-PCT
                 MOVE WS-VB-IX TO WS-VB-FOUND
              END-IF
           END-PERFORM
           IF WS-VB-FOUND = 0
              IF WS-VB-COUNT < WS-VB-MAX
                 ADD 1 TO WS-VB-COUNT
                 MOVE WS-VB-COUNT TO WS-VB-FOUND
                 MOVE WS-TC-CAT TO WS-VB-CAT(WS-VB-FOUND)
                 MOVE WS-TC-PCT TO WS-VB-PCT(WS-VB-FOUND)
                 MOVE +0 TO WS-VB-BASE(WS-VB-FOUND)
                 MOVE +0 TO WS-VB-TAX(WS-VB-FOUND)
              ELSE
                 DISPLAY 'VENTILATION TVA PLEINE, FACTURE '
                         WS-INVOICE-NO ' TAUX CUMULE SUR LE DERNIER'
                 MOVE WS-VB-MAX TO WS-VB-FOUND
              END-IF
           END-IF
           ADD WS-TC-NET TO WS-VB-BASE(WS-VB-FOUND)
           ADD WS-TC-TAX TO WS-VB-TAX(WS-VB-FOUND)
           .

      *****************************************************************
      * FACTURE ELECTRONIQUE STRUCTUREE (XML UBL 2.1) DE LA FACTURE   *
      * EN COURS : ENTETE, VENDEUR ET ACHETEUR, LIVRAISON,            *
      * CONDITIONS DE REGLEMENT, PORT, VENTILATION DE LA TVA, TOTAUX  *
      * PUIS LIGNES. LES MONTANTS SONT DANS LA DEVISE DE FACTURATION  *
      * QUAND LA FACTURE A ETE CONVERTIE (MEME TAUX QUE LES TOTAUX    *
      * DEVISE IMPRIMES ET LE REGISTRE), EN DOLLARS SINON ; LA DEVISE *
      * EST PORTEE EN CODE ISO 4217. UNE DEVISE SANS CODE ISO CONNU   *
      * N'EST PAS EMISE : FACTURE ELECTRONIQUE EN ERREUR AU JOURNAL   *
      * DE TRANSMISSION (RETURN-CODE 8), LA FACTURE PAPIER ET LE      *
      * REGISTRE NE SONT PAS TOUCHES                                  *
      *****************************************************************
       WRITE-EINVOICE.
           MOVE 'N' TO WS-EINV-ERROR-SW
           MOVE 0 TO WS-XML-LEVEL
           IF WS-F-CONVERTED
              MOVE WS-CUST-CURRENCY TO WS-XML-CURR
           ELSE
              MOVE 'DO' TO WS-XML-CURR
           END-IF
           PERFORM MAP-ISO-CURRENCY
           IF WS-XML-ISO = SPACES
              MOVE 'Y' TO WS-EINV-ERROR-SW
              ADD 1 TO WS-EINV-ERRORS
              DISPLAY 'DEVISE ' WS-XML-CURR ' SANS CODE ISO 4217, '
                      'FACTURE ELECTRONIQUE ' WS-INVOICE-NO
                      ' NON PRODUITE'
              PERFORM WRITE-EINV-LOG
              EXIT PARAGRAPH
           END-IF
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-XML-LINE
           PERFORM XML-PUT-LINE
           STRING '<Invoice xmlns="' WS-UBL-NS 'Invoice-2"'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM XML-PUT-LINE
           STRING '         xmlns:cac="' WS-UBL-NS
                  'CommonAggregateComponents-2"'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM XML-PUT-LINE
           STRING '         xmlns:cbc="' WS-UBL-NS
                  'CommonBasicComponents-2">'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM XML-PUT-LINE
           ADD 1 TO WS-XML-LEVEL

           MOVE 'cbc:UBLVersionID' TO WS-XML-TAG
           MOVE '2.1' TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE WS-INVOICE-NO TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:IssueDate' TO WS-XML-TAG
           MOVE WS-RUN-DATE TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:DueDate' TO WS-XML-TAG
           MOVE WS-DUE-DATE TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:InvoiceTypeCode' TO WS-XML-TAG
           MOVE '380' TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:DocumentCurrencyCode' TO WS-XML-TAG
           MOVE WS-XML-ISO TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:OrderReference' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE H-O-NO TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:OrderReference' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG

           PERFORM WRITE-EINV-PARTIES
           PERFORM WRITE-EINV-DELIVERY

           MOVE 'cac:PaymentTerms' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:Note' TO WS-XML-TAG
           IF WS-CUST-TERMS = SPACES
              MOVE 'IMMEDIAT' TO WS-XML-VALUE
           ELSE
              MOVE WS-CUST-TERMS TO WS-XML-VALUE
           END-IF
           PERFORM XML-ELEMENT
           MOVE 'cac:PaymentTerms' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG

           IF H-O-FREIGHT NOT = 0
              PERFORM WRITE-EINV-FREIGHT
           END-IF
           PERFORM WRITE-EINV-TAX-TOTAL
           PERFORM WRITE-EINV-TOTALS
           PERFORM WRITE-EINV-LINES

           SUBTRACT 1 FROM WS-XML-LEVEL
           MOVE '</Invoice>' TO WS-XML-LINE
           PERFORM XML-PUT-LINE

           IF WS-EINV-ERROR
              ADD 1 TO WS-EINV-ERRORS
              DISPLAY 'ERREUR ECRITURE FACTURE ELECTRONIQUE '
                      WS-INVOICE-NO ' STATUT ' WS-FS-EINV
           ELSE
              ADD 1 TO WS-EINV-ISSUED
           END-IF
           PERFORM WRITE-EINV-LOG
           .

      *****************************************************************
      * CODE ISO 4217 DE LA DEVISE MAISON (TABLE FNCURR / CUSTMNT :   *
      * DO DOLLAR, EU EURO, YU YUAN) ; A BLANC SI INCONNU             *
      *****************************************************************
       MAP-ISO-CURRENCY.
           EVALUATE WS-XML-CURR
              WHEN 'DO'   MOVE 'USD' TO WS-XML-ISO
              WHEN 'EU'   MOVE 'EUR' TO WS-XML-ISO
              WHEN 'YU'   MOVE 'CNY' TO WS-XML-ISO
              WHEN OTHER  MOVE SPACES TO WS-XML-ISO
           END-EVALUATE
           .

      *****************************************************************
      * VENDEUR (CARTES SYSIN) ET ACHETEUR (NUMERO CLIENT, IDENTITE   *
      * ET PAYS DU MAITRE CLIENTS)                                    *
      *****************************************************************
       WRITE-EINV-PARTIES.
           MOVE 'cac:AccountingSupplierParty' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cac:Party' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cac:PartyIdentification' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE WS-SELLER-ID TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:PartyIdentification' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:PartyName' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:Name' TO WS-XML-TAG
           MOVE WS-SELLER-NAME TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:PartyName' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE WS-SELLER-COUNTRY TO WS-XML-VALUE
           PERFORM XML-COUNTRY-ADDRESS
           MOVE 'cac:PartyTaxScheme' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:CompanyID' TO WS-XML-TAG
           MOVE WS-SELLER-ID TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           PERFORM XML-VAT-SCHEME
           MOVE 'cac:PartyTaxScheme' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:Party' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:AccountingSupplierParty' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG

           MOVE 'cac:AccountingCustomerParty' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cac:Party' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cac:PartyIdentification' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE H-C-NO TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:PartyIdentification' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:PartyName' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:Name' TO WS-XML-TAG
           MOVE H-C-NAME TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:PartyName' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:PostalAddress' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:StreetName' TO WS-XML-TAG
           MOVE H-C-ADDRESS TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           IF H-C-COUNTRY NOT = SPACES
              MOVE H-C-COUNTRY TO WS-XML-VALUE
              PERFORM XML-COUNTRY
           END-IF
           MOVE 'cac:PostalAddress' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:Party' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:AccountingCustomerParty' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
      * LIVRAISON : SITE DE LA COMMANDE (FNSHPMST) S'IL A ETE TROUVE, *
      * ADRESSE DU CLIENT SINON                                       *
      *****************************************************************
       WRITE-EINV-DELIVERY.
           MOVE 'cac:Delivery' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cac:DeliveryLocation' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           IF WS-SHIPTO-FOUND
              MOVE 'cbc:ID' TO WS-XML-TAG
              MOVE H-O-SITE TO WS-XML-VALUE
              PERFORM XML-ELEMENT
           END-IF
           MOVE 'cac:Address' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:StreetName' TO WS-XML-TAG
           IF WS-SHIPTO-FOUND
              MOVE SH-ADDRESS TO WS-XML-VALUE
           ELSE
              MOVE H-C-ADDRESS TO WS-XML-VALUE
           END-IF
           PERFORM XML-ELEMENT
           IF WS-SHIPTO-FOUND AND SH-COUNTRY NOT = SPACES
              MOVE SH-COUNTRY TO WS-XML-VALUE
              PERFORM XML-COUNTRY
           ELSE
              IF H-C-COUNTRY NOT = SPACES
                 MOVE H-C-COUNTRY TO WS-XML-VALUE
                 PERFORM XML-COUNTRY
              END-IF
           END-IF
           MOVE 'cac:Address' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:DeliveryLocation' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:DeliveryParty' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cac:PartyName' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:Name' TO WS-XML-TAG
           IF WS-SHIPTO-FOUND
              MOVE SH-NAME TO WS-XML-VALUE
           ELSE
              MOVE H-C-NAME TO WS-XML-VALUE
           END-IF
           PERFORM XML-ELEMENT
           MOVE 'cac:PartyName' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:DeliveryParty' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:Delivery' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
      * PORT DE LA COMMANDE : FRAIS AU NIVEAU DU DOCUMENT             *
      *****************************************************************
       WRITE-EINV-FREIGHT.
           MOVE 'cac:AllowanceCharge' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ChargeIndicator' TO WS-XML-TAG
           MOVE 'true' TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:AllowanceChargeReason' TO WS-XML-TAG
           STRING 'PORT ' H-O-CARRIER DELIMITED BY SIZE
              INTO WS-XML-VALUE
           END-STRING
           PERFORM XML-ELEMENT
           MOVE 'cbc:Amount' TO WS-XML-TAG
           MOVE H-O-FREIGHT TO WS-XML-AMT
           PERFORM XML-AMOUNT
           MOVE H-O-FREIGHT TO WS-TC-NET
           MOVE H-O-FRT-TAX TO WS-TC-TAX
           PERFORM DERIVE-TAX-CATEGORY
           MOVE 'cac:TaxCategory' TO WS-XML-TAG
           PERFORM XML-TAX-CATEGORY
           MOVE 'cac:AllowanceCharge' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
      * TOTAL DE TVA ET VENTILATION PAR CATEGORIE ET TAUX             *
      *****************************************************************
       WRITE-EINV-TAX-TOTAL.
           MOVE 'cac:TaxTotal' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:TaxAmount' TO WS-XML-TAG
           MOVE WS-INV-VAT TO WS-XML-AMT
           PERFORM XML-AMOUNT
           PERFORM VARYING WS-VB-IX FROM 1 BY 1
                   UNTIL WS-VB-IX > WS-VB-COUNT
              MOVE 'cac:TaxSubtotal' TO WS-XML-TAG
              PERFORM XML-OPEN-TAG
              MOVE 'cbc:TaxableAmount' TO WS-XML-TAG
              MOVE WS-VB-BASE(WS-VB-IX) TO WS-XML-AMT
              PERFORM XML-AMOUNT
              MOVE 'cbc:TaxAmount' TO WS-XML-TAG
              MOVE WS-VB-TAX(WS-VB-IX) TO WS-XML-AMT
              PERFORM XML-AMOUNT
              MOVE WS-VB-CAT(WS-VB-IX) TO WS-TC-CAT
              MOVE WS-VB-PCT(WS-VB-IX) TO WS-TC-PCT
              MOVE 'cac:TaxCategory' TO WS-XML-TAG
              PERFORM XML-TAX-CATEGORY
              MOVE 'cac:TaxSubtotal' TO WS-XML-TAG
              PERFORM XML-CLOSE-TAG
           END-PERFORM
           MOVE 'cac:TaxTotal' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
      * TOTAUX DE LA FACTURE (MEMES MONTANTS QUE LE REGISTRE)         *
      *****************************************************************
       WRITE-EINV-TOTALS.
           MOVE 'cac:LegalMonetaryTotal' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:LineExtensionAmount' TO WS-XML-TAG
           MOVE WS-INV-LINES-NET TO WS-XML-AMT
           PERFORM XML-AMOUNT
           MOVE 'cbc:TaxExclusiveAmount' TO WS-XML-TAG
           MOVE WS-INV-NET TO WS-XML-AMT
           PERFORM XML-AMOUNT
           MOVE 'cbc:TaxInclusiveAmount' TO WS-XML-TAG
           MOVE WS-INV-GROSS TO WS-XML-AMT
           PERFORM XML-AMOUNT
           IF H-O-FREIGHT NOT = 0
              MOVE 'cbc:ChargeTotalAmount' TO WS-XML-TAG
              MOVE H-O-FREIGHT TO WS-XML-AMT
              PERFORM XML-AMOUNT
           END-IF
           MOVE 'cbc:PayableAmount' TO WS-XML-TAG
           MOVE WS-INV-GROSS TO WS-XML-AMT
           PERFORM XML-AMOUNT
           MOVE 'cac:LegalMonetaryTotal' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
      * LIGNES DE LA FACTURE ELECTRONIQUE : SECOND PASSAGE SUR LES    *
      * LIGNES DE LA COMMANDE (LE FORMAT PLACE LES TOTAUX AVANT LES   *
      * LIGNES)                                                       *
      *****************************************************************
       WRITE-EINV-LINES.
           MOVE 0 TO WS-EINV-LINE-NO
           MOVE 'N' TO WS-ITEM-EOF-SW
           EXEC SQL OPEN ITEM-CURSOR END-EXEC
           PERFORM READ-NEXT-ITEM
           PERFORM UNTIL WS-ITEM-EOF
                   PERFORM WRITE-EINV-ONE-LINE
                   PERFORM READ-NEXT-ITEM
           END-PERFORM
           EXEC SQL CLOSE ITEM-CURSOR END-EXEC
           .

       WRITE-EINV-ONE-LINE.
           ADD 1 TO WS-EINV-LINE-NO
           COMPUTE WS-LINE-NET = H-I-QTY * H-I-PRICE
           MOVE 'cac:InvoiceLine' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE WS-EINV-LINE-NO TO WS-XML-NO-ED
           MOVE FUNCTION TRIM(WS-XML-NO-ED) TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:InvoicedQuantity' TO WS-XML-TAG
           MOVE 'unitCode="C62"' TO WS-XML-ATTR
           MOVE H-I-QTY TO WS-XML-QTY-ED
           MOVE FUNCTION TRIM(WS-XML-QTY-ED) TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:LineExtensionAmount' TO WS-XML-TAG
           MOVE WS-LINE-NET TO WS-XML-AMT
           PERFORM XML-AMOUNT
           MOVE 'cac:Item' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:Name' TO WS-XML-TAG
           IF H-P-DESC = SPACES
              MOVE H-I-P-NO TO WS-XML-VALUE
           ELSE
              MOVE H-P-DESC TO WS-XML-VALUE
           END-IF
           PERFORM XML-ELEMENT
           MOVE 'cac:SellersItemIdentification' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE H-I-P-NO TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:SellersItemIdentification' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE WS-LINE-NET TO WS-TC-NET
           MOVE H-I-TAX     TO WS-TC-TAX
           PERFORM DERIVE-TAX-CATEGORY
           MOVE 'cac:ClassifiedTaxCategory' TO WS-XML-TAG
           PERFORM XML-TAX-CATEGORY
           MOVE 'cac:Item' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:Price' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:PriceAmount' TO WS-XML-TAG
           MOVE H-I-PRICE TO WS-XML-AMT
           PERFORM XML-AMOUNT
           MOVE 'cac:Price' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           MOVE 'cac:InvoiceLine' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
      * JOURNAL DE TRANSMISSION : UNE LIGNE PAR FACTURE ELECTRONIQUE  *
      *****************************************************************
       WRITE-EINV-LOG.
           MOVE SPACES        TO EITRN-RECORD
           MOVE WS-INVOICE-NO TO ET-INV-NO
           MOVE H-O-NO        TO ET-O-NO
           MOVE H-C-NO        TO ET-C-NO
           MOVE WS-RUN-DATE   TO ET-DATE
           MOVE WS-DELIVERY-SW TO ET-DELIVERY
           MOVE WS-XML-CURR   TO ET-CURRENCY
           IF WS-F-CONVERTED
              MOVE WS-F-GROSS   TO ET-GROSS
           ELSE
              MOVE WS-INV-GROSS TO ET-GROSS
           END-IF
           IF WS-EINV-ERROR
              MOVE 'ERR ' TO ET-STATUS
           ELSE
              MOVE 'EMIS' TO ET-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:20) TO ET-TIMESTAMP
           WRITE EITRN-RECORD
           IF NOT WS-EITRN-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DE TRANSMISSION: '
                      WS-FS-EITRN ' FACTURE ' WS-INVOICE-NO
           END-IF
           .

      *****************************************************************
      * ECRITURE D'UNE LIGNE XML, INDENTEE SELON LE NIVEAU COURANT    *
      *****************************************************************
       XML-PUT-LINE.
           MOVE SPACES TO EINV-RECORD
           COMPUTE WS-XML-PTR = WS-XML-LEVEL * 2 + 1
           STRING WS-XML-LINE DELIMITED BY SIZE
              INTO EINV-RECORD WITH POINTER WS-XML-PTR
           END-STRING
           WRITE EINV-RECORD
           IF NOT WS-EINV-OK
              MOVE 'Y' TO WS-EINV-ERROR-SW
           END-IF
           MOVE SPACES TO WS-XML-LINE
           .

       XML-OPEN-TAG.
           STRING '<' DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
              INTO WS-XML-LINE
           END-STRING
           PERFORM XML-PUT-LINE
           ADD 1 TO WS-XML-LEVEL
           .

       XML-CLOSE-TAG.
           SUBTRACT 1 FROM WS-XML-LEVEL
           STRING '</' DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
              INTO WS-XML-LINE
           END-STRING
           PERFORM XML-PUT-LINE
           .

      *****************************************************************
      * ELEMENT SIMPLE <BALISE ATTRIBUT>VALEUR</BALISE> SUR UNE LIGNE *
      *****************************************************************
       XML-ELEMENT.
           PERFORM XML-ESCAPE-VALUE
           MOVE 1 TO WS-XML-PTR
           STRING '<' DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
              INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           END-STRING
           IF WS-XML-ATTR NOT = SPACES
              STRING ' ' DELIMITED BY SIZE
                     WS-XML-ATTR DELIMITED BY SPACE
                 INTO WS-XML-LINE WITH POINTER WS-XML-PTR
              END-STRING
           END-IF
           STRING '>' DELIMITED BY SIZE
              INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           END-STRING
           IF WS-XML-LEN > 0
              STRING WS-XML-ESC(1:WS-XML-LEN) DELIMITED BY SIZE
                 INTO WS-XML-LINE WITH POINTER WS-XML-PTR
              END-STRING
           END-IF
           STRING '</' DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
              INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           END-STRING
           PERFORM XML-PUT-LINE
           MOVE SPACES TO WS-XML-ATTR WS-XML-VALUE
           .

      *****************************************************************
      * REMPLACEMENT DES CARACTERES RESERVES DU XML DANS LA VALEUR    *
      * (BLANCS DE FIN EXCLUS) ; WS-XML-LEN = LONGUEUR ECHAPPEE       *
      *****************************************************************
       XML-ESCAPE-VALUE.
           MOVE SPACES TO WS-XML-ESC
           MOVE 0 TO WS-XML-LEN
           IF WS-XML-VALUE NOT = SPACES
              COMPUTE WS-XML-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-XML-VALUE TRAILING))
           END-IF
           MOVE 1 TO WS-XML-PTR
           PERFORM VARYING WS-XML-IX FROM 1 BY 1
                   UNTIL WS-XML-IX > WS-XML-LEN
              MOVE WS-XML-VALUE(WS-XML-IX:1) TO WS-XML-CHAR
              EVALUATE WS-XML-CHAR
                 WHEN '&'
                    STRING '&amp;' DELIMITED BY SIZE
                       INTO WS-XML-ESC WITH POINTER WS-XML-PTR
                    END-STRING
                 WHEN '<'
                    STRING '&lt;' DELIMITED BY SIZE
                       INTO WS-XML-ESC WITH POINTER WS-XML-PTR
                    END-STRING
                 WHEN '>'
                    STRING '&gt;' DELIMITED BY SIZE
                       INTO WS-XML-ESC WITH POINTER WS-XML-PTR
                    END-STRING
                 WHEN '"'
                    STRING '&quot;' DELIMITED BY SIZE
                       INTO WS-XML-ESC WITH POINTER WS-XML-PTR
                    END-STRING
                 WHEN OTHER
                    STRING WS-XML-CHAR DELIMITED BY SIZE
                       INTO WS-XML-ESC WITH POINTER WS-XML-PTR
                    END-STRING
              END-EVALUATE
           END-PERFORM
           COMPUTE WS-XML-LEN = WS-XML-PTR - 1
           .

      *****************************************************************
      * MONTANT AVEC SA DEVISE ; CONVERTI AU TAUX DE LA FACTURE QUAND *
      * ELLE EST ETABLIE EN DEVISE                                    *
      *****************************************************************
       XML-AMOUNT.
           IF WS-F-CONVERTED
              COMPUTE WS-XML-AMT ROUNDED = WS-XML-AMT / WS-RC-RATE
           END-IF
           MOVE WS-XML-AMT TO WS-XML-AMT-ED
           MOVE FUNCTION TRIM(WS-XML-AMT-ED) TO WS-XML-VALUE
           MOVE SPACES TO WS-XML-ATTR
           STRING 'currencyID="' WS-XML-ISO '"'
              DELIMITED BY SIZE INTO WS-XML-ATTR
           END-STRING
           PERFORM XML-ELEMENT
           .

      *****************************************************************
      * CATEGORIE DE TVA (WS-TC-CAT / WS-TC-PCT) SOUS LA BALISE       *
      * WS-XML-TAG ; UNE EXONERATION PORTE LA REFERENCE DU CERTIFICAT *
      *****************************************************************
       XML-TAX-CATEGORY.
           MOVE WS-XML-TAG TO WS-XML-TC-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE WS-TC-CAT TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cbc:Percent' TO WS-XML-TAG
           MOVE WS-TC-PCT TO WS-XML-PCT-ED
           MOVE FUNCTION TRIM(WS-XML-PCT-ED) TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           IF WS-TC-CAT = 'E'
              MOVE 'cbc:TaxExemptionReason' TO WS-XML-TAG
              IF H-C-CERT-EXP = SPACES
                 STRING 'CERTIFICAT ' DELIMITED BY SIZE
                        H-C-CERT DELIMITED BY SPACE
                    INTO WS-XML-VALUE
                 END-STRING
              ELSE
                 STRING 'CERTIFICAT ' DELIMITED BY SIZE
                        H-C-CERT DELIMITED BY SPACE
                        ' EXPIRE LE ' DELIMITED BY SIZE
                        H-C-CERT-EXP DELIMITED BY SIZE
                    INTO WS-XML-VALUE
                 END-STRING
              END-IF
              PERFORM XML-ELEMENT
           END-IF
           PERFORM XML-VAT-SCHEME
           MOVE WS-XML-TC-TAG TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

       XML-VAT-SCHEME.
           MOVE 'cac:TaxScheme' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:ID' TO WS-XML-TAG
           MOVE 'VAT' TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:TaxScheme' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
      * PAYS (CODE ISO DANS WS-XML-VALUE), SEUL OU SOUS UNE ADRESSE   *
      *****************************************************************
       XML-COUNTRY-ADDRESS.
           MOVE WS-XML-VALUE TO WS-XML-CTRY
           MOVE 'cac:PostalAddress' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE WS-XML-CTRY TO WS-XML-VALUE
           PERFORM XML-COUNTRY
           MOVE 'cac:PostalAddress' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

       XML-COUNTRY.
           MOVE WS-XML-VALUE TO WS-XML-CTRY
           MOVE 'cac:Country' TO WS-XML-TAG
           PERFORM XML-OPEN-TAG
           MOVE 'cbc:IdentificationCode' TO WS-XML-TAG
           MOVE WS-XML-CTRY TO WS-XML-VALUE
           PERFORM XML-ELEMENT
           MOVE 'cac:Country' TO WS-XML-TAG
           PERFORM XML-CLOSE-TAG
           .

      *****************************************************************
              MOVE ZERO   TO RG-F-GROSS
           END-IF
           MOVE WS-DUE-DATE TO RG-DUE-DATE
           MOVE 'F'         TO RG-DOC-TYPE
           MOVE ZERO        TO RG-REF-INV-NO
           MOVE SPACES      TO RG-RA-NO
           WRITE REGISTER-RECORD
           .

           EXEC SQL COMMIT END-EXEC
           PERFORM SAVE-INVOICE-NUMBER
           CLOSE INVOICE-FILE
           CLOSE EINV-FILE
           CLOSE EITRN-FILE
           CLOSE REGISTER-FILE
           IF WS-SHIP-AVAILABLE
              CLOSE SHIP-FILE
           DISPLAY 'DERNIER NUMERO EMIS: ' WS-INVOICE-NO
           DISPLAY 'FACTURES EN DEVISE: ' WS-INV-CONVERTED
           DISPLAY 'DEVISES SANS TAUX: ' WS-INV-NO-RATE
           DISPLAY 'FACTURES IMPRIMEES: ' WS-INV-PRINTED
           DISPLAY 'FACTURES ELECTRONIQUES: ' WS-EINV-ISSUED
           DISPLAY 'FACTURES ELECTRONIQUES EN ECHEC: ' WS-EINV-ERRORS
      * UNE FACTURE ELECTRONIQUE EN ECHEC N'EST PAS PARTIE (RC 8) ;
      * SANS IDENTIFIANT VENDEUR ELLE RISQUE LE REJET (RC 4)
           IF WS-EINV-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-EINV-ISSUED > 0 AND WS-SELLER-ID = SPACES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *****************************************************************
