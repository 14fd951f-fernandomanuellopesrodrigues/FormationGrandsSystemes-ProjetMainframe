       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      * DEVIS CLIENTS : UN CLIENT QUI DEMANDAIT UN PRIX RECEVAIT UNE
      * REPONSE AU TELEPHONE OU UN TABLEUR, ET RIEN DANS API9 N'EN
      * GARDAIT LA TRACE. CETTE TRANSACTION, SUR LE PATRON ORDENT03
      * (ACCES CONTROLE PAR LOGIN, PISTE D'AUDIT AUDIT03), CREE ET
      * AFFICHE LES DEVIS DU FICHIER CICS QUOTE03 (CLE = NUMERO DE
      * DEVIS) :
      * - ENTER SANS NUMERO DE DEVIS : CREATION. CLIENT, VENDEUR ET
      *   PRODUITS SONT CONTROLES COMME DANS ORDENT03, CHAQUE LIGNE
      *   EST VALORISEE PAR LA MEME RECHERCHE (TARIF CONTRAT
      *   API9.CONTRACT_PRICES EN VIGUEUR, SINON PRIX CATALOGUE
      *   AJUSTE DU PALIER DE QUANTITE PAR PRCTIER) ET LE PRIX EST
      *   FIGE DANS LE DEVIS ; LE NUMERO EST PRIS DANS LA
      *   PLAGE 'DV' DU FICHIER ORDRNG03 (IMAGE DE FVORDRNG), LA
      *   VALIDITE EST LA DATE DU JOUR + LA DUREE SAISIE (30 JOURS
      *   PAR DEFAUT)
      * - ENTER AVEC UN NUMERO DE DEVIS : CONSULTATION
      * - PF9 : REFUS DU DEVIS AFFICHE PAR LE CLIENT (ETAT 'R')
      * LA TRANSFORMATION EN COMMANDE SE FAIT DANS ORDENT03 EN
      * SAISISSANT LE NUMERO DE DEVIS : LES PRIX FIGES SONT REPRIS ET
      * LE DEVIS PASSE A L'ETAT 'C' AVEC LE NUMERO DE LA COMMANDE.
      * LES DEVIS ECHUS ET LE TAUX DE TRANSFORMATION PAR VENDEUR
      * SONT RAPPORTES PAR LE LOT QUOTRPT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MAPSET-NAME     PIC X(4)   VALUE 'MS11'.
       01 WS-PGM-AUTH        PIC X(8)   VALUE 'AUTH03'.
       01 WS-TRANS-NAME      PIC X(5)   VALUE 'T03K'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10)  VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60)  VALUE SPACES.

      ******************************************************************
      * ENREGISTREMENT DEVIS (FICHIER CICS QUOTE03, CLE = QT-QUOTE-NO,
      * MEME DISPOSITION DANS ORDENT03 ET DANS LE LOT QUOTRPT) :
      * ETAT 'O' = OUVERT, 'C' = TRANSFORME EN COMMANDE (QT-ORDER-NO),
      * 'R' = REFUSE PAR LE CLIENT ; UN DEVIS OUVERT DONT LA DATE DE
      * VALIDITE EST DEPASSEE EST ECHU ET NE SE TRANSFORME PLUS.
      * QT-PRICE-SRC : 'C' = TARIF CONTRAT, 'K' = PRIX CATALOGUE,
      * 'P' = PRIX CATALOGUE AU PALIER DE QUANTITE
      ******************************************************************
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
             88 QT-CONVERTED            VALUE 'C'.
             88 QT-REFUSED              VALUE 'R'.
          05 FILLER          PIC X(1).
          05 QT-ORDER-NO     PIC 9(7).
          05 FILLER          PIC X(1).
          05 QT-CLOSE-DATE   PIC X(10).
          05 FILLER          PIC X(1).
          05 QT-LOGIN        PIC X(8).
          05 QT-LINE         OCCURS 3 TIMES.
             10 FILLER       PIC X(1).
             10 QT-PROD-NO   PIC X(3).
             10 FILLER       PIC X(1).
             10 QT-QTY       PIC 9(2).
             10 FILLER       PIC X(1).
             10 QT-PRICE     PIC 9(5)V99.
             10 FILLER       PIC X(1).
             10 QT-PRICE-SRC PIC X(1).
       01 WS-QUOTE-KEY       PIC 9(7)   VALUE ZERO.

      * PLAGE DE NUMEROS PAR CANAL (MEME DISPOSITION QUE DANS
      * ORDENT03, FICHIER CICS ORDRNG03) : LES DEVIS ONT LEUR PROPRE
      * CANAL 'DV', DISTINCT DES NUMEROS DE COMMANDE
       01 WS-ORDRNG-REC.
          05 RN-CHANNEL      PIC X(2).
          05 FILLER          PIC X(1).
          05 RN-START        PIC 9(7).
          05 FILLER          PIC X(1).
          05 RN-END          PIC 9(7).
          05 FILLER          PIC X(1).
          05 RN-LAST         PIC 9(7).
       01 WS-RNG-KEY         PIC X(2)   VALUE 'DV'.
       77 WS-NEXT-QUOTE-NO   PIC 9(7)   VALUE ZERO.

      * SAISIE DE L'ECRAN DE DEVIS
       01 WS-ENTRY-DATA.
          05 WS-CUST-NO      PIC 9(4)   VALUE ZERO.
          05 WS-EMP-NO       PIC 9(2)   VALUE ZERO.
          05 WS-SRC          PIC XX     VALUE 'EU'.
          05 WS-VALID-DAYS   PIC 9(3)   VALUE 030.
          05 WS-LINES.
             10 WS-LINE-ENTRY OCCURS 3 TIMES INDEXED BY LN-IX.
                15 WS-LN-PNO    PIC X(3).
                15 WS-LN-QTY    PIC 9(2).
       01 WS-LINE-COUNT      PIC 9(1)   VALUE ZERO.
       77 WS-DEFAULT-DAYS    PIC 9(3)   VALUE 030.

       77 WS-ERROR-SW        PIC X      VALUE 'N'.
          88 WS-ENTRY-ERROR            VALUE 'Y'.
       77 WS-CONTRACT-SW     PIC X      VALUE 'N'.
          88 WS-CONTRACT-APPLIED       VALUE 'Y'.

      * DATES DU DEVIS (AAAA-MM-JJ) ET CALCUL DE LA VALIDITE
       77 WS-TODAY-DATE      PIC X(10)  VALUE SPACES.
       01 WS-DATE-CCYYMMDD   PIC 9(8)   VALUE ZERO.
       01 WS-DATE-INT        PIC S9(9)  COMP VALUE 0.

      * MONTANTS DU DEVIS (HORS TAXES)
       77 WS-LINE-AMOUNT     PIC S9(7)V99 COMP-3 VALUE +0.
       77 WS-TOTAL-QUOTE     PIC S9(9)V99 COMP-3 VALUE +0.
       77 WS-EDIT-PRICE      PIC -(6)9,99.
       77 WS-EDIT-TOTAL      PIC -(9)9,99.

      ******************************************************************
      * CONTROLE D'INACTIVITE (SESSION PSEUDO-CONVERSATIONNELLE)
      ******************************************************************
       77 WS-TIMEOUT-SECS       PIC 9(5)  VALUE 00300.
       77 WS-ELAPSED-SECS       PIC S9(9) COMP VALUE 0.
       77 WS-CUR-SECS           PIC S9(9) COMP VALUE 0.
       77 WS-LAST-SECS          PIC S9(9) COMP VALUE 0.
       77 WS-TIME-IN            PIC 9(6)  VALUE 0.
       77 WS-TIME-REM           PIC 9(4)  VALUE 0.
       77 WS-TIME-HH            PIC 9(2)  VALUE 0.
       77 WS-TIME-MM            PIC 9(2)  VALUE 0.
       77 WS-TIME-SS            PIC 9(2)  VALUE 0.
       77 WS-TIME-SECS-OUT      PIC S9(9) COMP VALUE 0.
       77 WS-SESSION-TIMEOUT-SW PIC X     VALUE 'N'.
          88 WS-SESSION-TIMED-OUT         VALUE 'Y'.

      * PALIERS DE PRIX DU PRODUIT DE LA LIGNE EN COURS, MEME
      * DISPOSITION QUE LK-TIER-TABLE DANS LE SOUS-PROGRAMME PARTAGE
      * PRCTIER (MEMES ZONES QUE DANS ORDENT03)
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

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEMES CONVENTIONS QU'ORDENT03)
       01 H-O-DATE           PIC X(10).
       01 H-S-NO             PIC 9(2).
       01 H-C-NO             PIC 9(4).
       01 H-I-P-NO           PIC XXX.
       01 H-I-PRICE          PIC S9(5)V99 USAGE COMP-3.
       01 H-TR-MIN-QTY       PIC S9(5)    USAGE COMP-3.
       01 H-TR-PRICE         PIC S9(5)V99 USAGE COMP-3.
       01 H-TR-PCT-OFF       PIC S9(2)V99 USAGE COMP-3.

      * PALIERS DE PRIX D'UN PRODUIT (TABLE API9.PRICE_TIERS)
           EXEC SQL
              DECLARE TIER-CURSOR CURSOR FOR
              SELECT MIN_QTY, COALESCE(PRICE,0), COALESCE(PCT_OFF,0)
                FROM API9.PRICE_TIERS
               WHERE P_NO = :H-I-P-NO
               ORDER BY MIN_QTY
           END-EXEC.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY MS11.
       COPY AUDIT03.

       LINKAGE SECTION.
       01 DFHCOMMAREA        PIC X(256).
       01 CA-AREA REDEFINES DFHCOMMAREA.
          05 CA-USER-LOGGED  PIC X(1).
          05 CA-LOGIN        PIC X(8).
          05 CA-EMP-NO       PIC 9(5).
          05 CA-ROLE         PIC X(1).
             88 CA-ROLE-ADMIN         VALUE 'A'.
             88 CA-ROLE-USER          VALUE 'U'.
          05 CA-LAST-MSG     PIC X(78).
          05 CA-LAST-TIME    PIC 9(6).
          05 FILLER          PIC X(157).

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = ZERO OR CA-USER-LOGGED NOT = 'Y'
              EXEC CICS XCTL
                   PROGRAM(WS-PGM-AUTH)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
              END-EXEC
           END-IF

           PERFORM CHECK-SESSION-TIMEOUT
           IF WS-SESSION-TIMED-OUT
              MOVE 'SESSION EXPIREE - RECONNECTEZ-VOUS' TO CA-LAST-MSG
              EXEC CICS XCTL
                   PROGRAM(WS-PGM-AUTH)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
              END-EXEC
           END-IF

           IF EIBAID = DFHNULL
              MOVE 'SAISISSEZ UN DEVIS (OU SON NUMERO) PUIS ENTER'
                 TO CA-LAST-MSG
              MOVE LOW-VALUES TO MAP11O
              PERFORM SEND-FORM
           END-IF

           PERFORM HANDLE-TOUCHE
           MOVE EIBTIME TO CA-LAST-TIME
           PERFORM SEND-FORM
           .
      ******************************************************************
      * AFFICHE L'ECRAN DES DEVIS
      ******************************************************************
       SEND-FORM.
           MOVE CA-LAST-MSG TO K-MSGO

           EXEC CICS SEND
                MAP('MAP11K')
                MAPSET('MS11')
                FROM (MAP11O)
                ERASE
                CURSOR
                TERMINAL
                RESP(WS-CD-ERR)
                FRSET
                FREEKB
                WAIT
           END-EXEC

           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR SEND' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF

           EXEC CICS RETURN
                TRANSID(WS-TRANS-NAME)
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC
           .

       HANDLE-TOUCHE.
           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM ENTER-QUOTE
           WHEN DFHPF9
                PERFORM REFUSE-QUOTE
           WHEN DFHPF5
                PERFORM FORM-CLEAR
           WHEN DFHPF3
                PERFORM SEND-GOODBYE
           WHEN DFHCLEAR
                PERFORM FORM-CLEAR
           WHEN OTHER
                MOVE 'TOUCHE NON SUPPORTEE' TO CA-LAST-MSG
           END-EVALUATE
           .

      ******************************************************************
      * ENTER : NUMERO DE DEVIS SAISI = CONSULTATION, SINON CREATION
      ******************************************************************
       ENTER-QUOTE.
           PERFORM RECEIVE-FORM
           IF K-QNOI IS NUMERIC AND K-QNOI NOT = '0000000'
              MOVE K-QNOI TO WS-QUOTE-KEY
              PERFORM SHOW-QUOTE
              IF NOT WS-ENTRY-ERROR
                 MOVE 'DEVIS AFFICHE' TO CA-LAST-MSG
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM CREATE-QUOTE
           .

      ******************************************************************
      * RECUPERATION DE L'ECRAN
      ******************************************************************
       RECEIVE-FORM.
           MOVE 'N' TO WS-ERROR-SW
           MOVE 'N' TO WS-CONTRACT-SW
           EXEC CICS RECEIVE
                MAP('MAP11K')
                MAPSET('MS11')
                INTO (MAP11I)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR RECEIVE' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF
           .

      ******************************************************************
      * CREATION D'UN DEVIS : CONTROLES, VALORISATION DES LIGNES AUX
      * PRIX DU JOUR, ATTRIBUTION DU NUMERO, ECRITURE DANS QUOTE03
      ******************************************************************
       CREATE-QUOTE.
           PERFORM EDIT-NEW-QUOTE
           IF WS-ENTRY-ERROR
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-REFERENCES
           IF WS-ENTRY-ERROR
              EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUOTE-RECORD

           PERFORM ALLOCATE-QUOTE-NUMBER
           IF WS-ENTRY-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-QUOTE-KEY TO QT-QUOTE-NO

           EXEC CICS WRITE
                FILE('QUOTE03')
                FROM (WS-QUOTE-REC)
                RIDFLD(WS-QUOTE-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERREUR ECRITURE DU DEVIS' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO MAP11O
           PERFORM BUILD-QUOTE-OUTPUT
           IF WS-CONTRACT-APPLIED
              MOVE 'DEVIS ENREGISTRE (PRIX CONTRAT)' TO CA-LAST-MSG
           ELSE
              MOVE 'DEVIS ENREGISTRE' TO CA-LAST-MSG
           END-IF
           MOVE 'QUOTE ADD' TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'Q#:' QT-QUOTE-NO ' C#:' QT-CUST-NO
                  ' VALIDE:' QT-VALID-DATE
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * CONTROLE DE FORME DE LA SAISIE D'UN NOUVEAU DEVIS
      ******************************************************************
       EDIT-NEW-QUOTE.
           IF K-CNOI NOT NUMERIC OR K-SNOI NOT NUMERIC
              MOVE 'CLIENT ET VENDEUR NUMERIQUES REQUIS'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE K-CNOI TO WS-CUST-NO
           MOVE K-SNOI TO WS-EMP-NO
           IF K-SRCI = SPACES OR K-SRCI = LOW-VALUES
              MOVE 'EU' TO WS-SRC
           ELSE
              MOVE K-SRCI TO WS-SRC
           END-IF
           MOVE WS-DEFAULT-DAYS TO WS-VALID-DAYS
           IF K-DAYSI IS NUMERIC AND K-DAYSI NOT = '000'
              MOVE K-DAYSI TO WS-VALID-DAYS
           END-IF

           MOVE ZERO TO WS-LINE-COUNT
           MOVE SPACES TO WS-LINES
           IF K-P1I NOT = SPACES AND K-P1I NOT = LOW-VALUES
              AND K-Q1I IS NUMERIC
              ADD 1 TO WS-LINE-COUNT
              MOVE K-P1I TO WS-LN-PNO(WS-LINE-COUNT)
              MOVE K-Q1I TO WS-LN-QTY(WS-LINE-COUNT)
           END-IF
           IF K-P2I NOT = SPACES AND K-P2I NOT = LOW-VALUES
              AND K-Q2I IS NUMERIC
              ADD 1 TO WS-LINE-COUNT
              MOVE K-P2I TO WS-LN-PNO(WS-LINE-COUNT)
              MOVE K-Q2I TO WS-LN-QTY(WS-LINE-COUNT)
           END-IF
           IF K-P3I NOT = SPACES AND K-P3I NOT = LOW-VALUES
              AND K-Q3I IS NUMERIC
              ADD 1 TO WS-LINE-COUNT
              MOVE K-P3I TO WS-LN-PNO(WS-LINE-COUNT)
              MOVE K-Q3I TO WS-LN-QTY(WS-LINE-COUNT)
           END-IF
           IF WS-LINE-COUNT = ZERO
              MOVE 'AU MOINS UNE LIGNE PRODUIT/QUANTITE REQUISE'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           .

      ******************************************************************
      * MEMES CONTROLES D'EXISTENCE QU'ORDENT03 (VALIDATE-REFERENCES)
      ******************************************************************
       VALIDATE-REFERENCES.
           MOVE WS-CUST-NO TO H-C-NO
           EXEC SQL SELECT 1 FROM API9.CUSTOMERS
                      WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CLIENT INCONNU' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-NO TO H-S-NO
           EXEC SQL SELECT 1 FROM API9.EMPLOYEES
                      WHERE E_NO = :H-S-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VENDEUR INCONNU' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > WS-LINE-COUNT
              MOVE WS-LN-PNO(LN-IX) TO H-I-P-NO
              EXEC SQL SELECT 1 FROM API9.PRODUCTS
                         WHERE P_NO = :H-I-P-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'PRODUIT INCONNU' TO CA-LAST-MSG
                 MOVE 'Y' TO WS-ERROR-SW
              END-IF
           END-PERFORM
           .

      ******************************************************************
      * CONSTITUTION DE L'ENREGISTREMENT DEVIS : DATES, ETAT OUVERT,
      * PRIX FIGES PAR LIGNE
      ******************************************************************
       BUILD-QUOTE-RECORD.
           PERFORM SET-TODAY-DATE
           MOVE SPACES        TO WS-QUOTE-REC
           MOVE ZERO          TO QT-QUOTE-NO QT-ORDER-NO
           MOVE WS-CUST-NO    TO QT-CUST-NO
           MOVE WS-EMP-NO     TO QT-EMP-NO
           MOVE WS-SRC        TO QT-SRC
           MOVE WS-TODAY-DATE TO QT-QUOTE-DATE
           MOVE 'O'           TO QT-STATUS
           MOVE CA-LOGIN      TO QT-LOGIN

      * VALIDITE = DATE DU JOUR + DUREE SAISIE (EN JOURS CALENDAIRES)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CCYYMMDD
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
                   + WS-VALID-DAYS
           COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-CCYYMMDD(1:4) TO QT-VALID-DATE(1:4)
           MOVE '-'                   TO QT-VALID-DATE(5:1)
           MOVE WS-DATE-CCYYMMDD(5:2) TO QT-VALID-DATE(6:2)
           MOVE '-'                   TO QT-VALID-DATE(8:1)
           MOVE WS-DATE-CCYYMMDD(7:2) TO QT-VALID-DATE(9:2)

           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > 3
              MOVE SPACES TO QT-PROD-NO(LN-IX) QT-PRICE-SRC(LN-IX)
              MOVE ZERO   TO QT-QTY(LN-IX) QT-PRICE(LN-IX)
           END-PERFORM
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > WS-LINE-COUNT
              MOVE WS-LN-PNO(LN-IX) TO H-I-P-NO
              PERFORM READ-LINE-PRICE
              MOVE WS-LN-PNO(LN-IX) TO QT-PROD-NO(LN-IX)
              MOVE WS-LN-QTY(LN-IX) TO QT-QTY(LN-IX)
              MOVE H-I-PRICE        TO QT-PRICE(LN-IX)
           END-PERFORM
           .

      ******************************************************************
      * PRIX DE LA LIGNE EN COURS (H-I-P-NO), MEME RECHERCHE QUE
      * READ-LINE-PRICE DANS ORDENT03 : TARIF CONTRAT DU CLIENT EN
      * VIGUEUR A LA DATE DU JOUR, SINON PRIX CATALOGUE AJUSTE DU
      * PALIER DE QUANTITE ; LA SOURCE DU PRIX EST NOTEE SUR LA LIGNE
      * DU DEVIS
      ******************************************************************
       READ-LINE-PRICE.
           MOVE WS-CUST-NO    TO H-C-NO
           MOVE WS-TODAY-DATE TO H-O-DATE
           MOVE +0 TO H-I-PRICE
           EXEC SQL
              SELECT PRICE INTO :H-I-PRICE
                FROM API9.CONTRACT_PRICES
               WHERE C_NO = :H-C-NO
                 AND P_NO = :H-I-P-NO
                 AND (DATE_FROM IS NULL OR DATE_FROM <= :H-O-DATE)
                 AND (DATE_TO   IS NULL OR DATE_TO   >= :H-O-DATE)
               ORDER BY DATE_FROM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-CONTRACT-SW
              MOVE 'C' TO QT-PRICE-SRC(LN-IX)
           ELSE
              MOVE +0 TO H-I-PRICE
              EXEC SQL
                 SELECT PRICE INTO :H-I-PRICE
                   FROM API9.PRODUCTS
                  WHERE P_NO = :H-I-P-NO
              END-EXEC
              MOVE 'K' TO QT-PRICE-SRC(LN-IX)
              PERFORM APPLY-PRICE-TIER
              IF WS-TIER-QTY > 0
                 MOVE 'P' TO QT-PRICE-SRC(LN-IX)
              END-IF
           END-IF
           .

      ******************************************************************
      * PALIER DE QUANTITE SUR LE PRIX CATALOGUE DE LA LIGNE EN COURS
      * (MEME PARAGRAPHE QUE DANS ORDENT03, CHOIX PAR PRCTIER)
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
           END-IF
           .

      ******************************************************************
      * ATTRIBUTION DU PROCHAIN NUMERO DE LA PLAGE 'DV' DES DEVIS
      * (MEME MECANIQUE QU'ALLOCATE-ORDER-NUMBER DANS ORDENT03)
      ******************************************************************
       ALLOCATE-QUOTE-NUMBER.
           MOVE 'DV' TO WS-RNG-KEY
           EXEC CICS READ
                FILE('ORDRNG03')
                INTO (WS-ORDRNG-REC)
                RIDFLD(WS-RNG-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'PLAGE DE NUMEROS DES DEVIS INDISPONIBLE'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-QUOTE-NO = RN-LAST + 1
           IF WS-NEXT-QUOTE-NO > RN-END
              MOVE 'PLAGE DE NUMEROS DES DEVIS EPUISEE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-QUOTE-NO TO RN-LAST
           EXEC CICS REWRITE
                FILE('ORDRNG03')
                FROM (WS-ORDRNG-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERREUR ATTRIBUTION DU NUMERO' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-QUOTE-NO TO WS-QUOTE-KEY
           .

      ******************************************************************
      * CONSULTATION DU DEVIS WS-QUOTE-KEY
      ******************************************************************
       SHOW-QUOTE.
           MOVE LOW-VALUES TO MAP11O
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
           PERFORM BUILD-QUOTE-OUTPUT
           .

      ******************************************************************
      * PF9 : REFUS DU DEVIS PAR LE CLIENT ; SEUL UN DEVIS OUVERT PEUT
      * ETRE REFUSE (UN DEVIS TRANSFORME RESTE ACQUIS)
      ******************************************************************
       REFUSE-QUOTE.
           PERFORM RECEIVE-FORM
           IF K-QNOI NOT NUMERIC OR K-QNOI = '0000000'
              MOVE 'NUMERO DE DEVIS REQUIS POUR LE REFUS'
                 TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF
           MOVE K-QNOI TO WS-QUOTE-KEY
           EXEC CICS READ
                FILE('QUOTE03')
                INTO (WS-QUOTE-REC)
                RIDFLD(WS-QUOTE-KEY)
                UPDATE
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'DEVIS INCONNU' TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF
           IF NOT QT-OPEN
              EXEC CICS UNLOCK
                   FILE('QUOTE03')
                   RESP(WS-CD-ERR)
              END-EXEC
              MOVE LOW-VALUES TO MAP11O
              PERFORM BUILD-QUOTE-OUTPUT
              MOVE 'SEUL UN DEVIS OUVERT PEUT ETRE REFUSE'
                 TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-TODAY-DATE
           MOVE 'R'           TO QT-STATUS
           MOVE WS-TODAY-DATE TO QT-CLOSE-DATE
           EXEC CICS REWRITE
                FILE('QUOTE03')
                FROM (WS-QUOTE-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERREUR MISE A JOUR DU DEVIS' TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MAP11O
           PERFORM BUILD-QUOTE-OUTPUT
           MOVE 'DEVIS REFUSE PAR LE CLIENT' TO CA-LAST-MSG
           MOVE 'QUOTE REF' TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'Q#:' QT-QUOTE-NO ' C#:' QT-CUST-NO
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * FORMATE LE DEVIS COURANT SUR LES ZONES ECRAN : ENTETE, LIGNES
      * AVEC PRIX FIGES, TOTAL HORS TAXES, ETAT (UN DEVIS OUVERT DONT
      * LA VALIDITE EST DEPASSEE EST AFFICHE ECHU)
      ******************************************************************
       BUILD-QUOTE-OUTPUT.
           PERFORM SET-TODAY-DATE
           MOVE QT-QUOTE-NO   TO K-QNOO
           MOVE QT-CUST-NO    TO K-CNOO
           MOVE QT-EMP-NO     TO K-SNOO
           MOVE QT-SRC        TO K-SRCO
           MOVE QT-QUOTE-DATE TO K-QDATO
           MOVE QT-VALID-DATE TO K-VALO
           EVALUATE TRUE
              WHEN QT-CONVERTED
                 MOVE 'TRANSFORME'  TO K-STATO
                 MOVE QT-ORDER-NO   TO K-ORDO
              WHEN QT-REFUSED
                 MOVE 'REFUSE'      TO K-STATO
              WHEN QT-VALID-DATE < WS-TODAY-DATE
                 MOVE 'ECHU'        TO K-STATO
              WHEN OTHER
                 MOVE 'OUVERT'      TO K-STATO
           END-EVALUATE

           MOVE +0 TO WS-TOTAL-QUOTE
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > 3
              IF QT-PROD-NO(LN-IX) NOT = SPACES
                 COMPUTE WS-LINE-AMOUNT =
                         QT-QTY(LN-IX) * QT-PRICE(LN-IX)
                 ADD WS-LINE-AMOUNT TO WS-TOTAL-QUOTE
              END-IF
           END-PERFORM
           MOVE QT-PROD-NO(1) TO K-P1O
           MOVE QT-PROD-NO(2) TO K-P2O
           MOVE QT-PROD-NO(3) TO K-P3O
           IF QT-PROD-NO(1) NOT = SPACES
              MOVE QT-QTY(1)   TO K-Q1O
              MOVE QT-PRICE(1) TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE TO K-PR1O
           END-IF
           IF QT-PROD-NO(2) NOT = SPACES
              MOVE QT-QTY(2)   TO K-Q2O
              MOVE QT-PRICE(2) TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE TO K-PR2O
           END-IF
           IF QT-PROD-NO(3) NOT = SPACES
              MOVE QT-QTY(3)   TO K-Q3O
              MOVE QT-PRICE(3) TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE TO K-PR3O
           END-IF
           MOVE WS-TOTAL-QUOTE TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL  TO K-TOTO
           .

      ******************************************************************
      * DATE DU JOUR AU FORMAT AAAA-MM-JJ
      ******************************************************************
       SET-TODAY-DATE.
           IF WS-TODAY-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-TODAY-DATE
              END-STRING
           END-IF
           .

      ******************************************************************
       FORM-CLEAR.
           MOVE LOW-VALUES TO MAP11O
           MOVE 'FORMULAIRE VIDE' TO CA-LAST-MSG
           .
      ******************************************************************
       SEND-GOODBYE.
           MOVE 'AU REVOIR' TO CA-LAST-MSG
           PERFORM END-ALL
           .
      ******************************************************************
       END-ALL.
           EXEC CICS SEND
                FROM (CA-LAST-MSG)
                LENGTH(LENGTH OF CA-LAST-MSG)
                WAIT
                ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * CONTROLE D'INACTIVITE : COMPARE L'HEURE COURANTE (EIBTIME) A
      * LA DERNIERE TOUCHE MEMORISEE DANS LA COMMAREA (CA-LAST-TIME)
      * ET DECLENCHE UNE REINITIALISATION DE LA SESSION AU-DELA DE
      * WS-TIMEOUT-SECS SECONDES D'INACTIVITE
      ******************************************************************
       CHECK-SESSION-TIMEOUT.
           MOVE 'N' TO WS-SESSION-TIMEOUT-SW
           IF CA-LAST-TIME NOT = ZERO
              MOVE CA-LAST-TIME TO WS-TIME-IN
              PERFORM SPLIT-TIME-TO-SECS
              MOVE WS-TIME-SECS-OUT TO WS-LAST-SECS
              MOVE EIBTIME TO WS-TIME-IN
              PERFORM SPLIT-TIME-TO-SECS
              MOVE WS-TIME-SECS-OUT TO WS-CUR-SECS
              COMPUTE WS-ELAPSED-SECS = WS-CUR-SECS - WS-LAST-SECS
              IF WS-ELAPSED-SECS < 0
                 ADD 86400 TO WS-ELAPSED-SECS
              END-IF
              IF WS-ELAPSED-SECS > WS-TIMEOUT-SECS
                 MOVE 'Y' TO WS-SESSION-TIMEOUT-SW
              END-IF
           END-IF
           .

      ******************************************************************
      * DECOMPOSE UNE HEURE FORMAT HHMMSS (WS-TIME-IN) EN NOMBRE DE
      * SECONDES DEPUIS MINUIT (WS-TIME-SECS-OUT)
      ******************************************************************
       SPLIT-TIME-TO-SECS.
           DIVIDE WS-TIME-IN BY 10000
              GIVING WS-TIME-HH REMAINDER WS-TIME-REM
           DIVIDE WS-TIME-REM BY 100
              GIVING WS-TIME-MM REMAINDER WS-TIME-SS
           COMPUTE WS-TIME-SECS-OUT =
                 WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           .

      ******************************************************************
      * ECRITURE D'UNE LIGNE DANS LA PISTE D'AUDIT (FICHIER AUDIT03)  *
      ******************************************************************
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT03-REC
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO AU-TIMESTAMP
           END-STRING
           MOVE EIBTRNID    TO AU-TRANS-ID
           MOVE 'QUOTE03 '  TO AU-PROGRAM
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
                RESP(WS-CD-ERR)
                END-EXEC
           .
