      *             UN EXTRAIT PAIE (FCOMPAY) EN PLUS DU RAPPORT, POUR *
      *             QUE LES COMMISSIONS NE SOIENT PLUS CALCULEES A LA  *
      *             MAIN A PARTIR DU RAPPORT DE COMMANDES BRUT.        *
      *             LE CHIFFRE DE CHAQUE COMMANDE EST PARTAGE ENTRE LE *
      *             VENDEUR QUI L'A SAISIE (S_NO) ET LE PROPRIETAIRE   *
      *             DU TERRITOIRE DU CLIENT OU DE SON SITE DE          *
      *             LIVRAISON (REFERENTIEL FVTERRIT, CHARGES DE COMPTE *
      *             DES GRANDS CLIENTS, COMMANDES DE COMPTOIR SAISIES  *
      *             DANS ORDENT03) ; LES DEUX PARTS FIGURENT AU        *
      *             RAPPORT ET DANS L'EXTRAIT PAIE, ET LA REPRISE SUR  *
      *             RETOURS EST PARTAGEE DANS LES MEMES PROPORTIONS.   *
      * ENTREE    : SYSIN (CARTES FROM=/TO= OBLIGATOIRES), FCOMRATE    *
      *             (BAREME DE TAUX, FACULTATIF), FVTERRIT             *
      *             (TERRITOIRES, FACULTATIF), API9.ORDERS/API9.ITEMS  *
      *             EN BASE DB2                                        *
      * SORTIE    : RAPPORT (FREPORT), EXTRAIT PAIE (FCOMPAY)          *
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMMRATE.

      * REFERENTIEL DES TERRITOIRES : CLIENT OU SITE DE LIVRAISON ->
      * VENDEUR PROPRIETAIRE ET PART DU CHIFFRE QUI LUI REVIENT
           SELECT TERRIT-FILE
               ASSIGN TO FVTERRIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TERRIT.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
           05 FILLER                  PIC X(1).
           05 CR-RATE-TXT             PIC X(6).

      * TERRITOIRE : UN CLIENT (SITE A BLANC = TOUS SES SITES) OU UN
      * SITE DE LIVRAISON PRECIS DU CLIENT EST RATTACHE A UN VENDEUR
      * PROPRIETAIRE (LE CHARGE DE COMPTE) QUI RECOIT TR-SPLIT-TXT %
      * (000 A 100) DU CHIFFRE DES COMMANDES SAISIES PAR UN AUTRE
      * VENDEUR ; LE SAISISSEUR GARDE LE RESTE. LA LIGNE DU SITE
      * L'EMPORTE SUR CELLE DU CLIENT
       FD  TERRIT-FILE.
       01  TERRIT-RECORD.
           05 TR-C-NO                 PIC X(4).
           05 FILLER                  PIC X(1).
           05 TR-SITE                 PIC X(2).
           05 FILLER                  PIC X(1).
           05 TR-OWNER                PIC X(2).
           05 FILLER                  PIC X(1).
           05 TR-SPLIT-TXT            PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

      * EXTRAIT PAIE EXPLOITABLE PAR UNE ETAPE JCL/UN OUTIL DE PAIE
      * AVAL, MEME CONVENTION CSV QUE WS-LOADED-LINE DANS IMPPRODS
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD             PIC X(100).

       FD  CARRYFWD-FILE.
       01  CARRYFWD-RECORD.
       01  WS-FS-COMMRATE             PIC XX VALUE SPACES.
           88 WS-COMMRATE-OK                VALUE '00'.
           88 WS-COMMRATE-EOF               VALUE '10'.
       01  WS-FS-TERRIT               PIC XX VALUE SPACES.
           88 WS-TERRIT-OK                  VALUE '00'.
           88 WS-TERRIT-EOF                 VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-FS-PAYROLL              PIC XX VALUE SPACES.
       01  WS-RATE-MAX                PIC 9(3)   VALUE 50.
       01  WS-DEFAULT-RATE            PIC 9V9999 VALUE 0.0500.

      * TERRITOIRES CHARGES EN MEMOIRE (CF. LOAD-TERRITORIES)
       01  WS-TERR-TABLE.
           05 WS-TERR-ENTRY OCCURS 5000 TIMES INDEXED BY TE-IX.
              10 WS-TE-C-NO           PIC 9(4).
              10 WS-TE-SITE           PIC X(2).
              10 WS-TE-OWNER          PIC 9(2).
              10 WS-TE-SPLIT          PIC 9(3).
       01  WS-TERR-COUNT              PIC 9(4)      VALUE ZERO.
       01  WS-TERR-MAX                PIC 9(4)      VALUE 5000.
       01  WS-TERR-CUST-FOUND         PIC 9(4)      VALUE ZERO.
       01  WS-TERR-SITE-FOUND         PIC 9(4)      VALUE ZERO.
       01  WS-TERR-FOUND              PIC 9(4)      VALUE ZERO.

      * LIGNE DU CURSEUR A PARTAGER : SAISISSEUR, CLIENT, SITE ET
      * MONTANT, PUIS PART DU PROPRIETAIRE DU TERRITOIRE
       01  WS-ROW-S-NO                PIC 9(2)      VALUE ZERO.
       01  WS-ROW-C-NO                PIC 9(4)      VALUE ZERO.
       01  WS-ROW-SITE                PIC X(2)      VALUE SPACES.
       01  WS-ROW-AMOUNT              PIC S9(9)V99  VALUE ZERO.
       01  WS-ROW-OWNER               PIC 9(2)      VALUE ZERO.
       01  WS-ROW-OWNER-SHARE         PIC S9(9)V99  VALUE ZERO.
       01  WS-ROW-KEYED-SHARE         PIC S9(9)V99  VALUE ZERO.

      * CUMULS PAR VENDEUR (INDICE = S_NO + 1) : PART DES COMMANDES
      * QU'IL A SAISIES, PART DE SON TERRITOIRE SUR LES COMMANDES DES
      * AUTRES, ET MEMES PARTS DES RETOURS DE LA PERIODE
      * REPRISE DE COMMISSION SUR RETOURS : LES LIGNES 'R' POSEES PAR
      * IMPVENTS (QUANTITE NEGATIVE, RET_DATE = DATE DU RETOUR)
      * PEUVENT TOMBER DANS UNE PERIODE POSTERIEURE A LA VENTE ; LA
      * COMMISSION DEJA PAYEE SUR CE CHIFFRE REMBOURSE EST REPRISE AUX
      * VENDEURS QUI L'ONT TOUCHEE (SAISISSEUR DE LA COMMANDE D'ORIGINE
      * ET PROPRIETAIRE DU TERRITOIRE, DANS LES PROPORTIONS DU
      * PARTAGE), AU TAUX DE LEUR PALIER DE LA PERIODE
       01  WS-SLM-TABLE.
           05 WS-SLM-ENTRY OCCURS 100 TIMES INDEXED BY SL-IX.
              10 WS-SL-KEYED          PIC S9(9)V99 COMP-3.
              10 WS-SL-TERR           PIC S9(9)V99 COMP-3.
              10 WS-SL-RET-KEYED      PIC S9(9)V99 COMP-3.
              10 WS-SL-RET-TERR       PIC S9(9)V99 COMP-3.
       01  WS-SLM-SUB                 PIC 9(3)      VALUE ZERO.

      * VENDEUR ET MONTANT COURANTS, TAUX RETENU, COMMISSION CALCULEE
      * (LE PALIER EST CELUI DU TOTAL DES DEUX PARTS DU VENDEUR)
       01  WS-CUR-S-NO                PIC 9(2)      VALUE ZERO.
       01  WS-CUR-TOTAL               PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-RATE                PIC 9V9999    VALUE ZERO.
       01  WS-CUR-COMMISSION          PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-COMM-KEYED          PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-COMM-TERR           PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-CLAWBACK            PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-CLAW-KEYED          PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-CLAW-TERR           PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-NET                 PIC S9(9)V99  VALUE ZERO.
       01  WS-CUR-CARRYFWD            PIC S9(9)V99  VALUE ZERO.

           05 WS-EMPLOYEES-PROCESSED  PIC 9(5)      VALUE ZERO.
           05 WS-TOTAL-SALES          PIC S9(11)V99 VALUE ZERO.
           05 WS-TOTAL-COMMISSION     PIC S9(11)V99 VALUE ZERO.
           05 WS-TOTAL-TERR-SALES     PIC S9(11)V99 VALUE ZERO.
           05 WS-TOTAL-TERR-COMM      PIC S9(11)V99 VALUE ZERO.
           05 WS-TOTAL-CLAWBACK       PIC S9(11)V99 VALUE ZERO.
           05 WS-TOTAL-CARRYFWD       PIC S9(11)V99 VALUE ZERO.

           05 WS-PY-RATE              PIC 9V9999.
           05 FILLER                  PIC X(1)      VALUE ';'.
           05 WS-PY-COMMISSION        PIC 9(9)V99.
           05 FILLER                  PIC X(1)      VALUE ';'.
           05 WS-PY-COMM-KEYED        PIC 9(9)V99.
           05 FILLER                  PIC X(1)      VALUE ';'.
           05 WS-PY-COMM-TERR         PIC 9(9)V99.
           05 FILLER                  PIC X(16)     VALUE SPACES.

      * LIGNE D'AJUSTEMENT NEGATIF DE L'EXTRAIT PAIE (REPRISE SUR
      * RETOURS), MEME CONVENTION CSV AVEC UN LIBELLE EXPLICITE
           05 WS-PA-RATE              PIC 9V9999.
           05 FILLER                  PIC X(1)      VALUE ';'.
           05 WS-PA-AMOUNT            PIC -(9)9.99.
           05 FILLER                  PIC X(1)      VALUE ';'.
           05 WS-PA-KEYED             PIC -(9)9.99.
           05 FILLER                  PIC X(1)      VALUE ';'.
           05 WS-PA-TERR              PIC -(9)9.99.
           05 FILLER                  PIC X(19)     VALUE SPACES.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
              10 WS-RPT-TO            PIC X(10).
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-COLUMN-LINE          PIC X(132)    VALUE
                 'VENDEUR  PART SAISIE PART TERRIT.       TAUX COMM.SAIS
      -          'IE  COMM.TERR. REPR.SAISIE  REPR.TERR.  NET A PAYER'.
           05 WS-DETAIL-LINE.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-S-NO          PIC Z9.
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-KEYED         PIC Z(7)9,99.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-TERR          PIC Z(7)9,99.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-RATE          PIC Z9,9999.
              10 FILLER               PIC X(1)      VALUE '%'.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-COMM-KEYED    PIC Z(6)9,99.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-COMM-TERR     PIC Z(6)9,99.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CLAW-KEYED    PIC -(6)9,99.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CLAW-TERR     PIC -(6)9,99.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-NET           PIC Z(6)9,99.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(21)     VALUE
              10 FILLER               PIC X(21)     VALUE
                 ' - TOTAL COMMISSION: '.
              10 WS-RPT-TOTAL-COMM    PIC Z(9)9,99.
           05 WS-TERR-TOTALS-LINE.
              10 FILLER               PIC X(21)     VALUE
                 'DONT TERRITOIRES   : '.
              10 WS-RPT-TERR-SALES    PIC Z(9)9,99.
              10 FILLER               PIC X(21)     VALUE
                 ' - COMM. TERRITOIRES:'.
              10 WS-RPT-TERR-COMM     PIC Z(9)9,99.
           05 WS-CLAW-TOTALS-LINE.
              10 FILLER               PIC X(21)     VALUE
                 'TOTAL REPRISES     : '.
       01  H-FROM-DATE                PIC X(10).
       01  H-TO-DATE                  PIC X(10).
       01  H-COMM-S-NO                PIC 9(2).
       01  H-COMM-C-NO                PIC 9(4).
       01  H-COMM-SITE                PIC X(2).
       01  H-COMM-TOTAL               PIC S9(9)V99  USAGE COMP-3.
       01  H-CLAW-S-NO                PIC 9(2).
       01  H-CLAW-C-NO                PIC 9(4).
       01  H-CLAW-SITE                PIC X(2).
       01  H-CLAW-TOTAL               PIC S9(9)V99  USAGE COMP-3.

      * DECLARATION DU CURSEUR : COMMANDES DE LA PERIODE JOINTES A
      * LEURS LIGNES, CUMULEES PAR VENDEUR (S_NO), CLIENT ET SITE DE
      * LIVRAISON (COLONNE SHIP_SITE) POUR LE PARTAGE PAR TERRITOIRE
      * LES LIGNES DE RETOUR (QUANTITE NEGATIVE) SONT EXCLUES DU
      * CUMUL DES VENTES : ELLES SONT REPRISES A PART, SUR LA DATE DU
      * RETOUR (RET_DATE), PAR CLAW-CURSOR
           EXEC SQL
               DECLARE COMM-CURSOR CURSOR FOR
               SELECT O.S_NO, O.C_NO, COALESCE(O.SHIP_SITE,' '),
                      SUM(I.QUANTITY * I.PRICE)
                 FROM API9.ORDERS O, API9.ITEMS I
                WHERE O.O_NO = I.O_NO
                  AND I.QUANTITY > 0
                  AND O.O_DATE BETWEEN :H-FROM-DATE AND :H-TO-DATE
                GROUP BY O.S_NO, O.C_NO, O.SHIP_SITE
                ORDER BY O.S_NO, O.C_NO
           END-EXEC.

      * RETOURS DE LA PERIODE, RATTACHES AU VENDEUR, AU CLIENT ET AU
      * SITE DE LA COMMANDE D'ORIGINE (CELLE QUI PORTE LA LIGNE 'R')
           EXEC SQL
               DECLARE CLAW-CURSOR CURSOR FOR
               SELECT O.S_NO, O.C_NO, COALESCE(O.SHIP_SITE,' '),
                      SUM(I.QUANTITY * I.PRICE)
                 FROM API9.ORDERS O, API9.ITEMS I
                WHERE O.O_NO = I.O_NO
                  AND I.QUANTITY < 0
                  AND I.RET_DATE BETWEEN :H-FROM-DATE AND :H-TO-DATE
                GROUP BY O.S_NO, O.C_NO, O.SHIP_SITE
                ORDER BY O.S_NO, O.C_NO
           END-EXEC.

       PROCEDURE DIVISION.

           PERFORM LOAD-COMMISSION-RATES
           PERFORM ENSURE-DEFAULT-RATE
           PERFORM LOAD-TERRITORIES
           PERFORM VARYING SL-IX FROM 1 BY 1 UNTIL SL-IX > 100
              MOVE ZERO TO WS-SL-KEYED(SL-IX)
              MOVE ZERO TO WS-SL-TERR(SL-IX)
              MOVE ZERO TO WS-SL-RET-KEYED(SL-IX)
              MOVE ZERO TO WS-SL-RET-TERR(SL-IX)
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
           .

      *****************************************************************
      * CHARGEMENT DES RETOURS DE LA PERIODE, PARTAGES ENTRE LE       *
      * VENDEUR D'ORIGINE ET LE PROPRIETAIRE DU TERRITOIRE COMME LA   *
      * VENTE L'A ETE                                                 *
      *****************************************************************
       LOAD-CLAWBACK-TABLE.
           MOVE 'N' TO WS-COMM-EOF-SW
           PERFORM UNTIL WS-COMM-EOF
              EXEC SQL
                  FETCH CLAW-CURSOR
                   INTO :H-CLAW-S-NO, :H-CLAW-C-NO, :H-CLAW-SITE,
                        :H-CLAW-TOTAL
              END-EXEC
              IF SQLCODE = 0
                 MOVE H-CLAW-S-NO  TO WS-ROW-S-NO
                 MOVE H-CLAW-C-NO  TO WS-ROW-C-NO
                 MOVE H-CLAW-SITE  TO WS-ROW-SITE
                 MOVE H-CLAW-TOTAL TO WS-ROW-AMOUNT
                 PERFORM SPLIT-ROW-AMOUNT
                 COMPUTE WS-SLM-SUB = WS-ROW-S-NO + 1
                 ADD WS-ROW-KEYED-SHARE TO WS-SL-RET-KEYED(WS-SLM-SUB)
                 COMPUTE WS-SLM-SUB = WS-ROW-OWNER + 1
                 ADD WS-ROW-OWNER-SHARE TO WS-SL-RET-TERR(WS-SLM-SUB)
              ELSE
                 MOVE 'Y' TO WS-COMM-EOF-SW
                 IF SQLCODE NOT = 100
           END-PERFORM
           EXEC SQL CLOSE CLAW-CURSOR END-EXEC
           MOVE 'N' TO WS-COMM-EOF-SW
           .

      *****************************************************************
                   FUNCTION NUMVAL(CR-RATE-TXT)
           .

      *****************************************************************
      * CHARGEMENT DU REFERENTIEL DES TERRITOIRES (FVTERRIT) ; ABSENT *
      * = CHAQUE COMMANDE RESTE ENTIEREMENT AU VENDEUR QUI L'A SAISIE *
      *****************************************************************
       LOAD-TERRITORIES.
           OPEN INPUT TERRIT-FILE
           IF WS-TERRIT-OK
              PERFORM UNTIL WS-TERRIT-EOF
                      PERFORM READ-NEXT-TERRITORY
              END-PERFORM
              CLOSE TERRIT-FILE
              DISPLAY 'NB TERRITOIRES CHARGES: ' WS-TERR-COUNT
           ELSE
              DISPLAY 'REFERENTIEL DES TERRITOIRES NON DISPONIBLE: '
                      WS-FS-TERRIT
           END-IF
           .

       READ-NEXT-TERRITORY.
           READ TERRIT-FILE
           AT END
              MOVE '10' TO WS-FS-TERRIT
           NOT AT END
              PERFORM PROCESS-TERRITORY-LINE
           END-READ
           .

       PROCESS-TERRITORY-LINE.
           IF TR-C-NO IS NOT NUMERIC
              OR TR-OWNER IS NOT NUMERIC
              OR TR-SPLIT-TXT IS NOT NUMERIC
              OR TR-SPLIT-TXT > '100'
              DISPLAY 'LIGNE TERRITOIRE IGNOREE (INVALIDE): '
                      TERRIT-RECORD
              EXIT PARAGRAPH
           END-IF

           IF WS-TERR-COUNT >= WS-TERR-MAX
              DISPLAY 'TABLE DES TERRITOIRES PLEINE, LIGNE '
                      'IGNOREE: ' TERRIT-RECORD
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TERR-COUNT
           MOVE TR-C-NO      TO WS-TE-C-NO(WS-TERR-COUNT)
           MOVE TR-SITE      TO WS-TE-SITE(WS-TERR-COUNT)
           MOVE TR-OWNER     TO WS-TE-OWNER(WS-TERR-COUNT)
           MOVE TR-SPLIT-TXT TO WS-TE-SPLIT(WS-TERR-COUNT)
           .

      *****************************************************************
      * PARTAGE D'UN MONTANT (VENTES OU RETOURS) D'UN VENDEUR SUR UN  *
      * CLIENT/SITE : LA LIGNE DU SITE, A DEFAUT CELLE DU CLIENT,     *
      * DONNE LE PROPRIETAIRE ET SA PART ; SANS TERRITOIRE, OU SI LE  *
      * PROPRIETAIRE A SAISI LUI-MEME LA COMMANDE, TOUT RESTE AU      *
      * SAISISSEUR (PART PROPRIETAIRE A ZERO)                         *
      *****************************************************************
       SPLIT-ROW-AMOUNT.
           MOVE 0 TO WS-TERR-CUST-FOUND
           MOVE 0 TO WS-TERR-SITE-FOUND
           PERFORM VARYING TE-IX FROM 1 BY 1
                   UNTIL TE-IX > WS-TERR-COUNT
              IF WS-TE-C-NO(TE-IX) = WS-ROW-C-NO
                 IF WS-TE-SITE(TE-IX) = SPACES
                    IF WS-TERR-CUST-FOUND = 0
                       SET WS-TERR-CUST-FOUND TO TE-IX
                    END-IF
                 ELSE
                    IF WS-TE-SITE(TE-IX) = WS-ROW-SITE
                       AND WS-TERR-SITE-FOUND = 0
                       SET WS-TERR-SITE-FOUND TO TE-IX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TERR-SITE-FOUND > 0
              MOVE WS-TERR-SITE-FOUND TO WS-TERR-FOUND
           ELSE
              MOVE WS-TERR-CUST-FOUND TO WS-TERR-FOUND
           END-IF

           MOVE WS-ROW-S-NO TO WS-ROW-OWNER
           MOVE ZERO TO WS-ROW-OWNER-SHARE
           IF WS-TERR-FOUND > 0
              IF WS-TE-OWNER(WS-TERR-FOUND) NOT = WS-ROW-S-NO
                 MOVE WS-TE-OWNER(WS-TERR-FOUND) TO WS-ROW-OWNER
                 COMPUTE WS-ROW-OWNER-SHARE ROUNDED =
                         WS-ROW-AMOUNT * WS-TE-SPLIT(WS-TERR-FOUND)
                         / 100
              END-IF
           END-IF
           COMPUTE WS-ROW-KEYED-SHARE =
                   WS-ROW-AMOUNT - WS-ROW-OWNER-SHARE
           .

      *****************************************************************
      * GARANTIT AU MOINS UN PALIER (TAUX PAR DEFAUT SUR MONTANT ZERO)*
      * SI LE REFERENTIEL EST ABSENT OU VIDE, POUR QUE LE CALCUL NE   *
           .

      *****************************************************************
      * TRAITEMENT DU CURSEUR DE COMMISSIONS : CHAQUE LIGNE EST       *
      * PARTAGEE ENTRE SAISISSEUR ET PROPRIETAIRE DU TERRITOIRE, PUIS *
      * LA COMMISSION EST CALCULEE UN VENDEUR A LA FOIS ; UN VENDEUR  *
      * AYANT DES RETOURS SUR LA PERIODE MAIS AUCUNE VENTE VOIT SA    *
      * REPRISE INTEGRALEMENT REPORTEE A NOUVEAU                      *
      *****************************************************************
       PROCESS-COMMISSIONS.
           PERFORM FETCH-NEXT-COMMISSION
           PERFORM UNTIL WS-COMM-EOF
                   PERFORM SPLIT-ROW-AMOUNT
                   COMPUTE WS-SLM-SUB = WS-ROW-S-NO + 1
                   ADD WS-ROW-KEYED-SHARE TO WS-SL-KEYED(WS-SLM-SUB)
                   COMPUTE WS-SLM-SUB = WS-ROW-OWNER + 1
                   ADD WS-ROW-OWNER-SHARE TO WS-SL-TERR(WS-SLM-SUB)
                   PERFORM FETCH-NEXT-COMMISSION
           END-PERFORM
           EXEC SQL CLOSE COMM-CURSOR END-EXEC

           PERFORM VARYING SL-IX FROM 1 BY 1 UNTIL SL-IX > 100
              IF WS-SL-KEYED(SL-IX) NOT = ZERO
                 OR WS-SL-TERR(SL-IX) NOT = ZERO
                 OR WS-SL-RET-KEYED(SL-IX) NOT = ZERO
                 OR WS-SL-RET-TERR(SL-IX) NOT = ZERO
                 SET WS-SLM-SUB TO SL-IX
                 COMPUTE WS-CUR-S-NO = WS-SLM-SUB - 1
                 PERFORM CALCULATE-COMMISSION
                 PERFORM WRITE-COMMISSION-LINE
              END-IF
       FETCH-NEXT-COMMISSION.
           EXEC SQL
               FETCH COMM-CURSOR
                INTO :H-COMM-S-NO, :H-COMM-C-NO, :H-COMM-SITE,
                     :H-COMM-TOTAL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-COMM-EOF-SW
                         SQLCODE
              END-IF
           ELSE
              MOVE H-COMM-S-NO  TO WS-ROW-S-NO
              MOVE H-COMM-C-NO  TO WS-ROW-C-NO
              MOVE H-COMM-SITE  TO WS-ROW-SITE
              MOVE H-COMM-TOTAL TO WS-ROW-AMOUNT
           END-IF
           .

      *****************************************************************
      * RECHERCHE DU TAUX APPLICABLE PAR BALAYAGE DU BAREME (LE       *
      * DERNIER PALIER FRANCHI L'EMPORTE), PUIS CALCUL DE LA          *
      * COMMISSION DU VENDEUR SUR CHACUNE DE SES DEUX PARTS (LE      *
      * PALIER EST CELUI DE LEUR TOTAL)                              *
      *****************************************************************
       CALCULATE-COMMISSION.
           COMPUTE WS-CUR-TOTAL = WS-SL-KEYED(WS-SLM-SUB)
                                + WS-SL-TERR(WS-SLM-SUB)
           MOVE WS-RT-RATE(1) TO WS-CUR-RATE
           PERFORM VARYING RT-IX FROM 1 BY 1
                     UNTIL RT-IX > WS-RATE-COUNT
              END-IF
           END-PERFORM

           COMPUTE WS-CUR-COMM-KEYED ROUNDED =
                   WS-SL-KEYED(WS-SLM-SUB) * WS-CUR-RATE
           COMPUTE WS-CUR-COMM-TERR ROUNDED =
                   WS-SL-TERR(WS-SLM-SUB) * WS-CUR-RATE
           COMPUTE WS-CUR-COMMISSION =
                   WS-CUR-COMM-KEYED + WS-CUR-COMM-TERR

      * REPRISE SUR LES RETOURS DE LA PERIODE ATTRIBUES AU VENDEUR,
      * PART PAR PART (LES MONTANTS DE RETOUR SONT NEGATIFS) ; SI LA
      * REPRISE EXCEDE LA COMMISSION DE LA PERIODE, L'EXCEDENT PART
      * EN REPORT A NOUVEAU (FCOMCF), LA REPRISE APPLIQUEE RESTE
      * REPARTIE ENTRE LES DEUX PARTS AU PRORATA ET LE NET A PAYER
      * RESTE A ZERO
           MOVE ZERO TO WS-CUR-CARRYFWD
           COMPUTE WS-CUR-CLAW-KEYED ROUNDED =
                   (0 - WS-SL-RET-KEYED(WS-SLM-SUB)) * WS-CUR-RATE
           COMPUTE WS-CUR-CLAW-TERR ROUNDED =
                   (0 - WS-SL-RET-TERR(WS-SLM-SUB)) * WS-CUR-RATE
           COMPUTE WS-CUR-CLAWBACK =
                   WS-CUR-CLAW-KEYED + WS-CUR-CLAW-TERR
           IF WS-CUR-CLAWBACK > WS-CUR-COMMISSION
              COMPUTE WS-CUR-CARRYFWD =
                      WS-CUR-CLAWBACK - WS-CUR-COMMISSION
              COMPUTE WS-CUR-CLAW-KEYED ROUNDED =
                      WS-CUR-COMMISSION * WS-CUR-CLAW-KEYED
                      / WS-CUR-CLAWBACK
              COMPUTE WS-CUR-CLAW-TERR =
                      WS-CUR-COMMISSION - WS-CUR-CLAW-KEYED
              MOVE WS-CUR-COMMISSION TO WS-CUR-CLAWBACK
              PERFORM WRITE-CARRYFWD-LINE
           END-IF
           ADD 1 TO WS-EMPLOYEES-PROCESSED
           ADD WS-CUR-TOTAL TO WS-TOTAL-SALES
           ADD WS-CUR-COMMISSION TO WS-TOTAL-COMMISSION
           ADD WS-SL-TERR(WS-SLM-SUB) TO WS-TOTAL-TERR-SALES
           ADD WS-CUR-COMM-TERR TO WS-TOTAL-TERR-COMM
           ADD WS-CUR-CLAWBACK TO WS-TOTAL-CLAWBACK
           ADD WS-CUR-CARRYFWD TO WS-TOTAL-CARRYFWD
           .

       WRITE-CARRYFWD-LINE.
           MOVE WS-CUR-S-NO     TO CF-S-NO
           MOVE WS-FROM-DATE    TO CF-FROM
      *****************************************************************
       WRITE-COMMISSION-LINE.
           MOVE WS-CUR-S-NO       TO WS-RPT-S-NO
           MOVE WS-SL-KEYED(WS-SLM-SUB) TO WS-RPT-KEYED
           MOVE WS-SL-TERR(WS-SLM-SUB)  TO WS-RPT-TERR
           MOVE WS-CUR-RATE       TO WS-RPT-RATE
           MOVE WS-CUR-COMM-KEYED TO WS-RPT-COMM-KEYED
           MOVE WS-CUR-COMM-TERR  TO WS-RPT-COMM-TERR
           COMPUTE WS-RPT-CLAW-KEYED = 0 - WS-CUR-CLAW-KEYED
           COMPUTE WS-RPT-CLAW-TERR  = 0 - WS-CUR-CLAW-TERR
           MOVE WS-CUR-NET        TO WS-RPT-NET
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE WS-CUR-TOTAL      TO WS-PY-TOTAL
           MOVE WS-CUR-RATE       TO WS-PY-RATE
           MOVE WS-CUR-COMMISSION TO WS-PY-COMMISSION
           MOVE WS-CUR-COMM-KEYED TO WS-PY-COMM-KEYED
           MOVE WS-CUR-COMM-TERR  TO WS-PY-COMM-TERR
           WRITE PAYROLL-RECORD FROM WS-PAYROLL-LINE

      * LIGNE D'AJUSTEMENT NEGATIF POUR LA REPRISE (SI PRESENTE)
              MOVE WS-TO-DATE   TO WS-PA-TO
              MOVE WS-CUR-RATE  TO WS-PA-RATE
              COMPUTE WS-PA-AMOUNT = 0 - WS-CUR-CLAWBACK
              COMPUTE WS-PA-KEYED  = 0 - WS-CUR-CLAW-KEYED
              COMPUTE WS-PA-TERR   = 0 - WS-CUR-CLAW-TERR
              WRITE PAYROLL-RECORD FROM WS-PAYROLL-ADJ-LINE
           END-IF
           .
           MOVE WS-TOTAL-SALES TO WS-RPT-TOTAL-SALES
           MOVE WS-TOTAL-COMMISSION TO WS-RPT-TOTAL-COMM
           WRITE REPORT-RECORD FROM WS-TOTALS-LINE
           MOVE WS-TOTAL-TERR-SALES TO WS-RPT-TERR-SALES
           MOVE WS-TOTAL-TERR-COMM TO WS-RPT-TERR-COMM
           WRITE REPORT-RECORD FROM WS-TERR-TOTALS-LINE
           COMPUTE WS-RPT-TOTAL-CLAW = 0 - WS-TOTAL-CLAWBACK
           MOVE WS-TOTAL-CARRYFWD TO WS-RPT-TOTAL-CF
           WRITE REPORT-RECORD FROM WS-CLAW-TOTALS-LINE
