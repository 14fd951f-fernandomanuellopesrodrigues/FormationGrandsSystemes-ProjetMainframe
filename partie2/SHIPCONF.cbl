      *             STATUT SHIPPED ; INVGEN LES PASSE ENSUITE A       *
      *             INVOICED, SEUL STATUT QU'ARCHVENT ACCEPTE         *
      *             D'ARCHIVER.                                       *
      *             LA CONFIRMATION PORTE AUSSI LE TRANSPORTEUR, LE   *
      *             NUMERO DE SUIVI ET LE NOMBRE DE COLIS (PORTES SUR *
      *             API9.ORDERS) ; CHAQUE COMMANDE CONFIRMEE DONNE UN *
      *             AVIS D'EXPEDITION AU CLIENT : LIGNES ET QUANTITES *
      *             EXPEDIEES (API9.ITEMS), ADRESSE DE LIVRAISON DU   *
      *             SITE FNSHPMST (ADRESSE DU CLIENT SANS SITE),      *
      *             POIDS DU MANIFESTE SHIPMANF (FREIGHT_WEIGHT).     *
      *             L'AVIS EST EDITE (FVASNPRT) ET FOURNI EN FICHIER  *
      *             DELIMITE (;) POUR LES CLIENTS QUI L'INTEGRENT     *
      *             (FVASNCSV). LES CONFIRMATIONS SANS DONNEES DE     *
      *             SUIVI SONT LISTEES EN EXCEPTION EN FIN DE RAPPORT *
      *             UNE COMMANDE DONT LE PRELEVEMENT N'A PAS ETE      *
      *             CONFIRME PAR PICKCONF (ORDERS.PICK_DATE VIDE) EST *
      *             REFUSEE (A REPRESENTER APRES CONFIRMATION) : LES  *
      *             MANQUANTS DOIVENT ETRE DEDUITS DE LA FACTURATION  *
      *             AVANT QUE LA COMMANDE NE PARTE                    *
      * ENTREE    : FVSHIP (NUMERO DE COMMANDE, DATE D'EXPEDITION,    *
      *             TRANSPORTEUR, NUMERO DE SUIVI, NOMBRE DE COLIS),  *
      *             FNSHPMST (FACULTATIF)                             *
      * SORTIE    : MAJ API9.ORDERS (STATUT, SUIVI), AVIS            *
      *             D'EXPEDITION (FVASNPRT, FVASNCSV) + RAPPORT       *
      *             (FREPORT)                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.

      * MAITRE DES SITES DE LIVRAISON (FNSHPMST, TENU PAR SHIPMNT)
           SELECT SITE-FILE
               ASSIGN TO FNSHPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SM-STATUS.

      * AVIS D'EXPEDITION IMPRIMABLES
           SELECT ASN-PRINT-FILE
               ASSIGN TO FVASNPRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

      * AVIS D'EXPEDITION DELIMITES (;) POUR INTEGRATION CLIENT
           SELECT ASN-FEED-FILE
               ASSIGN TO FVASNCSV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
          05 SH-ORDER-NO          PIC 9(7).
          05 FILLER               PIC X(1).
          05 SH-SHIP-DATE         PIC X(10).
          05 FILLER               PIC X(1).
          05 SH-CARRIER           PIC X(4).
          05 FILLER               PIC X(1).
          05 SH-TRACKING          PIC X(30).
          05 FILLER               PIC X(1).
          05 SH-PACKAGES          PIC X(3).
          05 SH-PACKAGES-N REDEFINES SH-PACKAGES
                                  PIC 9(3).

      * MEME DISPOSITION QUE SHIP-RECORD DANS SHIPMNT
       FD  SITE-FILE.
       01 SITE-RECORD.
          05 SM-KEY.
             10 SM-CUST-NO        PIC 9(4).
             10 SM-SITE           PIC X(2).
          05 SM-NAME              PIC X(30).
          05 SM-ADDRESS           PIC X(40).
          05 SM-ZONE              PIC X(2).
          05 SM-COUNTRY           PIC X(2).

       FD  ASN-PRINT-FILE.
       01 ASN-PRINT-RECORD        PIC X(132).

       FD  ASN-FEED-FILE.
       01 ASN-FEED-RECORD         PIC X(200).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

       01 WS-SM-STATUS            PIC XX         VALUE SPACES.
       01 WS-SITE-AVAIL-SW        PIC X          VALUE 'N'.
          88 WS-SITE-AVAILABLE                   VALUE 'Y'.
       01 WS-AP-STATUS            PIC XX         VALUE SPACES.
          88 WS-AP-OK                            VALUE '00'.
       01 WS-AF-STATUS            PIC XX         VALUE SPACES.
          88 WS-AF-OK                            VALUE '00'.

      * CONFIRMATION EN COURS : COMMANDE EXPEDIEE (SHIPPED OU DEJA
      * FACTUREE) DONNANT LIEU A UN AVIS
       01 WS-CONFIRMED-SW         PIC X          VALUE 'N'.
          88 WS-CONFIRMED                        VALUE 'Y'.
       01 WS-ITEM-EOF-SW          PIC X          VALUE 'N'.
          88 WS-ITEM-EOF                         VALUE 'Y'.
       01 WS-ASN-CARRIER          PIC X(4)       VALUE SPACES.
       01 WS-ASN-PACKAGES         PIC 9(3)       VALUE ZERO.
       01 WS-ASN-SHIP-NAME        PIC X(30)      VALUE SPACES.
       01 WS-ASN-SHIP-ADDR        PIC X(40)      VALUE SPACES.
       01 WS-ASN-LINES            PIC 9(3)       VALUE ZERO.
       01 WS-ASN-UNITS            PIC 9(7)       VALUE ZERO.
       01 WS-EXC-REASON           PIC X(30)      VALUE SPACES.

      * CONFIRMATIONS SANS DONNEES DE SUIVI, LISTEES EN FIN DE RAPPORT
       01 WS-EXC-TABLE.
          05 WS-EXC-ENTRY OCCURS 1000 TIMES INDEXED BY EX-IX.
             10 WS-EXC-O-NO       PIC 9(7).
             10 WS-EXC-SHIP-DATE  PIC X(10).
             10 WS-EXC-TEXT       PIC X(30).
       01 WS-EXC-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-EXC-MAX              PIC 9(4)       VALUE 1000.

      * ZONES D'EDITION DU FICHIER DELIMITE
       01 WS-CSV-LINE             PIC X(200)     VALUE SPACES.
       01 WS-ED-ONO               PIC 9(7).
       01 WS-ED-CNO               PIC 9(4).
       01 WS-ED-PKG               PIC 9(3).
       01 WS-ED-WEIGHT            PIC 9(9).
       01 WS-ED-QTY               PIC 9(3).

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-SHIPPED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-KEPT      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-UNKNOWN   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-UNPICKED  PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-ASN-WRITTEN       PIC 9(5)       VALUE ZERO.
          05 WS-ASN-NO-TRACK      PIC 9(5)       VALUE ZERO.
       01 WS-COMMIT-COUNT         PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
             10 WS-RPT-KEPT       PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - INCONNUS: '.
             10 WS-RPT-UNKNOWN    PIC ZZ,ZZ9.
             10 FILLER            PIC X(16)      VALUE
                ' - NON PRELEV.: '.
             10 WS-RPT-UNPICKED   PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-ASN-SUMMARY-LINE.
             10 FILLER            PIC X(22)      VALUE
                'AVIS D''EXPEDITION : '.
             10 WS-RPT-ASN        PIC ZZ,ZZ9.
             10 FILLER            PIC X(24)      VALUE
                ' - SANS SUIVI (EXCEP.): '.
             10 WS-RPT-NO-TRACK   PIC ZZ,ZZ9.
          05 WS-EXC-HEADER-LINE   PIC X(132)     VALUE
                'EXCEPTIONS : CONFIRMATIONS SANS DONNEES DE SUIVI TRANS
      -         'PORTEUR'.
          05 WS-EXC-LINE.
             10 FILLER            PIC X(11)      VALUE 'COMMANDE: '.
             10 WS-RPT-EXC-O-NO   PIC ZZZZZZ9.
             10 FILLER            PIC X(14)      VALUE
                '  EXPEDIEE LE '.
             10 WS-RPT-EXC-DATE   PIC X(10).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-EXC-TEXT   PIC X(30).
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * AVIS D'EXPEDITION IMPRIMABLE
       01 WS-ASN-PRINT-LINES.
          05 WS-ASN-TITLE-LINE.
             10 FILLER            PIC X(30)      VALUE
                'AVIS D''EXPEDITION - COMMANDE '.
             10 WS-AP-O-NO        PIC 9(7).
             10 FILLER            PIC X(15)      VALUE
                '   EXPEDIEE LE '.
             10 WS-AP-SHIP-DATE   PIC X(10).
          05 WS-ASN-CUST-LINE.
             10 FILLER            PIC X(15)      VALUE
                'CLIENT       : '.
             10 WS-AP-C-NO        PIC 9(4).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-AP-C-NAME      PIC X(30).
          05 WS-ASN-SHIPTO-LINE.
             10 FILLER            PIC X(15)      VALUE
                'LIVRE A      : '.
             10 WS-AP-SITE        PIC X(2).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-AP-SHIP-NAME   PIC X(30).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-AP-SHIP-ADDR   PIC X(40).
          05 WS-ASN-CARRIER-LINE.
             10 FILLER            PIC X(15)      VALUE
                'TRANSPORTEUR : '.
             10 WS-AP-CARRIER     PIC X(4).
             10 FILLER            PIC X(10)      VALUE
                '  SUIVI : '.
             10 WS-AP-TRACKING    PIC X(30).
             10 FILLER            PIC X(10)      VALUE
                '  COLIS : '.
             10 WS-AP-PACKAGES    PIC ZZ9.
             10 FILLER            PIC X(10)      VALUE
                '  POIDS : '.
             10 WS-AP-WEIGHT      PIC ZZZ,ZZZ,ZZ9.
          05 WS-ASN-COLUMN-LINE   PIC X(132)     VALUE
                '   PRODUIT  DESIGNATION                     QUANTITE'.
          05 WS-ASN-ITEM-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-AP-P-NO        PIC X(3).
             10 FILLER            PIC X(6)       VALUE SPACES.
             10 WS-AP-DESC        PIC X(30).
             10 FILLER            PIC X(4)       VALUE SPACES.
             10 WS-AP-QTY         PIC ZZZ9.
          05 WS-ASN-TOTAL-LINE.
             10 FILLER            PIC X(15)      VALUE
                'LIGNES       : '.
             10 WS-AP-LINES       PIC ZZ9.
             10 FILLER            PIC X(18)      VALUE
                '  UNITES TOTALES: '.
             10 WS-AP-UNITS       PIC Z,ZZZ,ZZ9.

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01 H-O-NO                  PIC 9(7).
       01 H-C-NO                  PIC 9(4).
       01 H-C-NAME                PIC X(30).
       01 H-C-ADDRESS             PIC X(40).
      * COLONNE SHIP_SITE SUR API9.ORDERS (SITE DE LIVRAISON FNSHPMST,
      * BLANC = ADRESSE DU CLIENT), EXTENSION DE SCHEMA
       01 H-O-SITE                PIC XX.
      * COLONNES CARRIER / FREIGHT_WEIGHT (SHIPMANF) ET TRACKING_NO /
      * PACKAGES (SUIVI TRANSPORTEUR DE LA CONFIRMATION) SUR
      * API9.ORDERS, EXTENSION DE SCHEMA ; LE TRANSPORTEUR DEJA POSE
      * PAR LA TAXATION DU PORT N'EST PAS REMPLACE (FRTRECOV
      * RAPPROCHE LES FACTURES TRANSPORTEUR SUR CETTE COLONNE)
       01 H-CARRIER               PIC X(4).
       01 H-O-CARRIER             PIC X(4).
       01 H-TRACKING              PIC X(30).
       01 H-PACKAGES              PIC S9(3)      USAGE COMP-3.
       01 H-WEIGHT                PIC S9(9)      USAGE COMP-3.
       01 H-P-NO                  PIC X(3).
       01 H-P-DESC                PIC X(30).
       01 H-QTY                   PIC S9(3)      USAGE COMP-3.
      * COLONNE PICK_DATE SUR API9.ORDERS (DATE DE CONFIRMATION DU
      * PRELEVEMENT POSEE PAR PICKCONF), EXTENSION DE SCHEMA
       01 H-PICK-DATE             PIC X(10).

      * LIGNES EXPEDIEES DE LA COMMANDE (LES RETOURS NEGATIFS NE
      * FIGURENT PAS SUR L'AVIS)
           EXEC SQL
               DECLARE ASN-ITEM-CURSOR CURSOR FOR
               SELECT I.P_NO, COALESCE(P.DESCRIPTION,' '), I.QUANTITY
                 FROM API9.ITEMS I
                      LEFT OUTER JOIN API9.PRODUCTS P
                        ON P.P_NO = I.P_NO
                WHERE I.O_NO = :H-O-NO
                  AND I.QUANTITY > 0
                ORDER BY I.P_NO
           END-EXEC.

       PROCEDURE DIVISION.

              CLOSE SHIP-FILE
              GOBACK
           END-IF
           OPEN OUTPUT ASN-PRINT-FILE
           OPEN OUTPUT ASN-FEED-FILE
           IF NOT WS-AP-OK OR NOT WS-AF-OK
              DISPLAY 'ERREUR OUVERTURE AVIS D''EXPEDITION: '
                      WS-AP-STATUS ' / ' WS-AF-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE SHIP-FILE
              CLOSE REPORT-FILE
              GOBACK
           END-IF
           OPEN INPUT SITE-FILE
           IF WS-SM-STATUS = '00'
              MOVE 'Y' TO WS-SITE-AVAIL-SW
           ELSE
              DISPLAY 'PAS DE MAITRE DES SITES DE LIVRAISON ('
                      WS-SM-STATUS '), ADRESSE DU CLIENT SUR LES AVIS'
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .
              EXIT PARAGRAPH
           END-IF
           MOVE SH-ORDER-NO TO H-O-NO
           MOVE 'N' TO WS-CONFIRMED-SW
      * PAS D'EXPEDITION SANS CONFIRMATION DU PRELEVEMENT : LES
      * MANQUANTS DOIVENT AVOIR ETE DEDUITS (PICKCONF) AVANT QUE LA
      * COMMANDE PARTE ; UNE COMMANDE INCONNUE SUIT LE CHEMIN HABITUEL
           MOVE SPACES TO H-PICK-DATE
           EXEC SQL
               SELECT COALESCE(PICK_DATE,' ') INTO :H-PICK-DATE
                 FROM API9.ORDERS
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE = 0 AND H-PICK-DATE = SPACES
              ADD 1 TO WS-RECORDS-UNPICKED
              MOVE 'PRELEVEMENT NON CONFIRME, REFUSEE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
      * UNE CONFIRMATION QUI ARRIVE APRES LA FACTURATION (INVGEN
      * TOURNE LA NUIT DU CHARGEMENT, LES CONFIRMATIONS QUELQUES
      * JOURS PLUS TARD) NE DOIT PAS FAIRE RECULER INVOICED VERS
              WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO WS-RECORDS-SHIPPED
                 MOVE 'STATUT SHIPPED POSE' TO WS-RPT-STATUS
                 MOVE 'Y' TO WS-CONFIRMED-SW
                 ADD 1 TO WS-COMMIT-COUNT
                 IF WS-COMMIT-COUNT >= 100
                    EXEC SQL COMMIT END-EXEC
                         ' SQLCODE ' SQLCODE
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           IF WS-CONFIRMED
              PERFORM RECORD-TRACKING
              PERFORM WRITE-SHIP-NOTICE
           END-IF
           .

      *****************************************************************
           IF SQLCODE = 0
              ADD 1 TO WS-RECORDS-KEPT
              MOVE 'DEJA FACTUREE, STATUT CONSERVE' TO WS-RPT-STATUS
              MOVE 'Y' TO WS-CONFIRMED-SW
           ELSE
              ADD 1 TO WS-RECORDS-UNKNOWN
              MOVE 'COMMANDE INCONNUE' TO WS-RPT-STATUS
           END-IF
           .

      *****************************************************************
      * DONNEES DE SUIVI DE LA CONFIRMATION PORTEES SUR LA COMMANDE ; *
      * UNE CONFIRMATION SANS TRANSPORTEUR, SANS NUMERO DE SUIVI OU   *
      * SANS NOMBRE DE COLIS EST RETENUE EN EXCEPTION                 *
      *****************************************************************
       RECORD-TRACKING.
           MOVE SPACES TO WS-EXC-REASON
           EVALUATE TRUE
              WHEN SH-CARRIER = SPACES OR SH-CARRIER = LOW-VALUES
                 MOVE 'TRANSPORTEUR ABSENT' TO WS-EXC-REASON
              WHEN SH-TRACKING = SPACES OR SH-TRACKING = LOW-VALUES
                 MOVE 'NUMERO DE SUIVI ABSENT' TO WS-EXC-REASON
              WHEN SH-PACKAGES NOT NUMERIC
                 MOVE 'NOMBRE DE COLIS ABSENT' TO WS-EXC-REASON
              WHEN SH-PACKAGES-N = ZERO
                 MOVE 'NOMBRE DE COLIS ABSENT' TO WS-EXC-REASON
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
              ADD 1 TO WS-ASN-NO-TRACK
              IF WS-EXC-COUNT < WS-EXC-MAX
                 ADD 1 TO WS-EXC-COUNT
                 MOVE SH-ORDER-NO   TO WS-EXC-O-NO(WS-EXC-COUNT)
                 MOVE SH-SHIP-DATE  TO WS-EXC-SHIP-DATE(WS-EXC-COUNT)
                 MOVE WS-EXC-REASON TO WS-EXC-TEXT(WS-EXC-COUNT)
              END-IF
           END-IF

           IF SH-CARRIER = LOW-VALUES
              MOVE SPACES TO SH-CARRIER
           END-IF
           IF SH-TRACKING = LOW-VALUES
              MOVE SPACES TO SH-TRACKING
           END-IF
           IF SH-PACKAGES IS NUMERIC
              MOVE SH-PACKAGES-N TO WS-ASN-PACKAGES
           ELSE
              MOVE ZERO TO WS-ASN-PACKAGES
           END-IF
           MOVE SH-CARRIER      TO H-CARRIER
           MOVE SH-TRACKING     TO H-TRACKING
           MOVE WS-ASN-PACKAGES TO H-PACKAGES
           EXEC SQL
               UPDATE API9.ORDERS
                  SET TRACKING_NO = :H-TRACKING,
                      PACKAGES    = :H-PACKAGES,
                      CARRIER     = CASE
                                       WHEN COALESCE(CARRIER,' ') = ' '
                                       THEN :H-CARRIER
                                       ELSE CARRIER
                                    END
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ SUIVI COMMANDE ' SH-ORDER-NO
                      ' SQLCODE ' SQLCODE
           END-IF
           .

      *****************************************************************
      * AVIS D'EXPEDITION D'UNE COMMANDE : EDITION ET FICHIER         *
      * DELIMITE (H = ENTETE, L = LIGNE EXPEDIEE)                     *
      *****************************************************************
       WRITE-SHIP-NOTICE.
           EXEC SQL
               SELECT O.C_NO, COALESCE(O.SHIP_SITE,' '),
                      COALESCE(O.FREIGHT_WEIGHT,0),
                      COALESCE(O.CARRIER,' '),
                      COALESCE(C.NAME,' '), COALESCE(C.ADDRESS,' ')
                 INTO :H-C-NO, :H-O-SITE, :H-WEIGHT, :H-O-CARRIER,
                      :H-C-NAME, :H-C-ADDRESS
                 FROM API9.ORDERS O
                      LEFT OUTER JOIN API9.CUSTOMERS C
                        ON C.C_NO = O.C_NO
                WHERE O.O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR LECTURE COMMANDE ' SH-ORDER-NO
                      ' POUR AVIS, SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           IF SH-CARRIER NOT = SPACES
              MOVE SH-CARRIER  TO WS-ASN-CARRIER
           ELSE
              MOVE H-O-CARRIER TO WS-ASN-CARRIER
           END-IF
           MOVE H-C-NAME    TO WS-ASN-SHIP-NAME
           MOVE H-C-ADDRESS TO WS-ASN-SHIP-ADDR
           IF H-O-SITE NOT = SPACES AND WS-SITE-AVAILABLE
              MOVE H-C-NO   TO SM-CUST-NO
              MOVE H-O-SITE TO SM-SITE
              READ SITE-FILE
              IF WS-SM-STATUS = '00'
                 MOVE SM-NAME    TO WS-ASN-SHIP-NAME
                 MOVE SM-ADDRESS TO WS-ASN-SHIP-ADDR
              ELSE
                 MOVE '00' TO WS-SM-STATUS
              END-IF
           END-IF

           MOVE SH-ORDER-NO      TO WS-AP-O-NO
           MOVE SH-SHIP-DATE     TO WS-AP-SHIP-DATE
           WRITE ASN-PRINT-RECORD FROM WS-ASN-TITLE-LINE
           MOVE H-C-NO           TO WS-AP-C-NO
           MOVE H-C-NAME         TO WS-AP-C-NAME
           WRITE ASN-PRINT-RECORD FROM WS-ASN-CUST-LINE
           MOVE H-O-SITE         TO WS-AP-SITE
           MOVE WS-ASN-SHIP-NAME TO WS-AP-SHIP-NAME
           MOVE WS-ASN-SHIP-ADDR TO WS-AP-SHIP-ADDR
           WRITE ASN-PRINT-RECORD FROM WS-ASN-SHIPTO-LINE
           MOVE WS-ASN-CARRIER   TO WS-AP-CARRIER
           MOVE SH-TRACKING      TO WS-AP-TRACKING
           MOVE WS-ASN-PACKAGES  TO WS-AP-PACKAGES
           MOVE H-WEIGHT         TO WS-AP-WEIGHT
           WRITE ASN-PRINT-RECORD FROM WS-ASN-CARRIER-LINE
           WRITE ASN-PRINT-RECORD FROM WS-ASN-COLUMN-LINE

           MOVE SH-ORDER-NO     TO WS-ED-ONO
           MOVE H-C-NO          TO WS-ED-CNO
           MOVE WS-ASN-PACKAGES TO WS-ED-PKG
           MOVE H-WEIGHT        TO WS-ED-WEIGHT
           MOVE SPACES TO WS-CSV-LINE
           STRING 'H;' WS-ED-ONO ';' SH-SHIP-DATE ';' WS-ED-CNO ';'
                  H-O-SITE ';' WS-ASN-SHIP-NAME ';' WS-ASN-SHIP-ADDR
                  ';' WS-ASN-CARRIER ';' SH-TRACKING ';' WS-ED-PKG
                  ';' WS-ED-WEIGHT
              DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE ASN-FEED-RECORD FROM WS-CSV-LINE

           MOVE ZERO TO WS-ASN-LINES
           MOVE ZERO TO WS-ASN-UNITS
           MOVE 'N'  TO WS-ITEM-EOF-SW
           EXEC SQL OPEN ASN-ITEM-CURSOR END-EXEC
           PERFORM READ-NEXT-ASN-ITEM
           PERFORM UNTIL WS-ITEM-EOF
                   PERFORM WRITE-SHIP-NOTICE-LINE
                   PERFORM READ-NEXT-ASN-ITEM
           END-PERFORM
           EXEC SQL CLOSE ASN-ITEM-CURSOR END-EXEC

           MOVE WS-ASN-LINES TO WS-AP-LINES
           MOVE WS-ASN-UNITS TO WS-AP-UNITS
           WRITE ASN-PRINT-RECORD FROM WS-ASN-TOTAL-LINE
           WRITE ASN-PRINT-RECORD FROM WS-SEPARATOR-LINE
           ADD 1 TO WS-ASN-WRITTEN
           .

       READ-NEXT-ASN-ITEM.
           EXEC SQL
               FETCH ASN-ITEM-CURSOR
                INTO :H-P-NO, :H-P-DESC, :H-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ITEM-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH ASN-ITEM-CURSOR, SQLCODE: '
                         SQLCODE
              END-IF
           END-IF
           .

       WRITE-SHIP-NOTICE-LINE.
           ADD 1     TO WS-ASN-LINES
           ADD H-QTY TO WS-ASN-UNITS
           MOVE H-P-NO   TO WS-AP-P-NO
           MOVE H-P-DESC TO WS-AP-DESC
           MOVE H-QTY    TO WS-AP-QTY
           WRITE ASN-PRINT-RECORD FROM WS-ASN-ITEM-LINE
           MOVE H-QTY    TO WS-ED-QTY
           MOVE SPACES TO WS-CSV-LINE
           STRING 'L;' WS-ED-ONO ';' H-P-NO ';' WS-ED-QTY ';'
                  H-P-DESC
              DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE ASN-FEED-RECORD FROM WS-CSV-LINE
           .

       WRITE-DETAIL-LINE.
           MOVE SH-ORDER-NO  TO WS-RPT-O-NO
           MOVE SH-SHIP-DATE TO WS-RPT-SHIP-DATE
           MOVE WS-RECORDS-SHIPPED TO WS-RPT-SHIPPED
           MOVE WS-RECORDS-KEPT    TO WS-RPT-KEPT
           MOVE WS-RECORDS-UNKNOWN TO WS-RPT-UNKNOWN
           MOVE WS-RECORDS-UNPICKED TO WS-RPT-UNPICKED
           MOVE WS-RECORDS-ERROR   TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-ASN-WRITTEN     TO WS-RPT-ASN
           MOVE WS-ASN-NO-TRACK    TO WS-RPT-NO-TRACK
           WRITE REPORT-RECORD FROM WS-ASN-SUMMARY-LINE
           IF WS-EXC-COUNT > 0
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              WRITE REPORT-RECORD FROM WS-EXC-HEADER-LINE
              PERFORM VARYING EX-IX FROM 1 BY 1
                      UNTIL EX-IX > WS-EXC-COUNT
                 MOVE WS-EXC-O-NO(EX-IX)      TO WS-RPT-EXC-O-NO
                 MOVE WS-EXC-SHIP-DATE(EX-IX) TO WS-RPT-EXC-DATE
                 MOVE WS-EXC-TEXT(EX-IX)      TO WS-RPT-EXC-TEXT
                 WRITE REPORT-RECORD FROM WS-EXC-LINE
              END-PERFORM
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           END-IF
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE SHIP-FILE
           CLOSE REPORT-FILE
           CLOSE ASN-PRINT-FILE
           CLOSE ASN-FEED-FILE
           IF WS-SITE-AVAILABLE
              CLOSE SITE-FILE
           END-IF
           DISPLAY 'FIN DU PROGRAMME SHIPCONF'
           DISPLAY 'TOTAL CONFIRMATIONS LUES: ' WS-RECORDS-READ
           DISPLAY 'TOTAL PASSEES SHIPPED: ' WS-RECORDS-SHIPPED
           DISPLAY 'TOTAL DEJA FACTUREES: ' WS-RECORDS-KEPT
           DISPLAY 'TOTAL INCONNUES: ' WS-RECORDS-UNKNOWN
           DISPLAY 'TOTAL NON PRELEVEES: ' WS-RECORDS-UNPICKED
           DISPLAY 'AVIS D''EXPEDITION EMIS: ' WS-ASN-WRITTEN
           DISPLAY 'CONFIRMATIONS SANS SUIVI: ' WS-ASN-NO-TRACK
           IF (WS-ASN-NO-TRACK > 0 OR WS-RECORDS-UNPICKED > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
