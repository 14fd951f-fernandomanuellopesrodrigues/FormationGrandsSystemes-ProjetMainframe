       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKCONF.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CONFIRMATION DES PRELEVEMENTS ENTREPOT            *
      * OBJECTIF  : PICKLIST EDITE CE QU'IL FAUT PRELEVER ET TOUT LE  *
      *             MONDE SUPPOSAIT QUE TOUT ETAIT PARTI : QUAND LE   *
      *             PREPARATEUR TROUVAIT UN EMPLACEMENT VIDE, LA      *
      *             COMMANDE ETAIT QUAND MEME EXPEDIEE PAR SHIPCONF,  *
      *             LE CLIENT FACTURE DE MARCHANDISES JAMAIS PARTIES  *
      *             ET API9.PRODUCTS.STOCK FAUX. L'ENTREPOT RENVOIE   *
      *             DESORMAIS, PAR LIGNE DE COMMANDE, LA QUANTITE     *
      *             REELLEMENT PRELEVEE (FVPICKCF). POUR CHAQUE LIGNE *
      *             LA QUANTITE ATTENDUE EST LA QUANTITE DE LA LIGNE  *
      *             MOINS LE RELIQUAT DEJA OUVERT PAR IMPVENTS (CES   *
      *             UNITES N'ONT JAMAIS ETE SORTIES DU STOCK) ; LE    *
      *             MANQUANT :                                        *
      *             - EST REMIS EN STOCK (API9.PRODUCTS, DETAIL E1 DE *
      *               API9.STOCK_LOC, SORTIE NEGATIVE DANS            *
      *               API9.LOC_ISSUE) AVEC LIGNE AU JOURNAL COMMUN    *
      *               FVSTKMOV, LES UNITES N'ETANT PAS SORTIES ; LE   *
      *               PRODUIT EST SIGNALE A RECOMPTER (CYCCOUNT),     *
      *               L'EMPLACEMENT AYANT ETE TROUVE VIDE ;           *
      *             - EST DEDUIT DE LA QUANTITE FACTUREE DE LA LIGNE  *
      *               (TVA AU PRORATA) ET DU SOLDE CLIENT, AVANT LE   *
      *               PASSAGE D'INVGEN ;                              *
      *             - DEVIENT UN RELIQUAT FVBACKO (QUANTITE COMMANDEE *
      *               = QUANTITE D'ORIGINE DE LA LIGNE) QUE RELBACKO  *
      *               SERVIRA ET REFACTURERA AU REAPPRO.              *
      *             LA LIGNE CONFIRMEE GARDE LA QUANTITE PRELEVEE     *
      *             (ITEMS.PICKED_QTY, UNE SEULE CONFIRMATION PAR     *
      *             LIGNE) ET LA COMMANDE LA DATE DE CONFIRMATION     *
      *             (ORDERS.PICK_DATE) SANS LAQUELLE SHIPCONF REFUSE  *
      *             L'EXPEDITION. UNE LIGNE ABSENTE DU FICHIER D'UNE  *
      *             COMMANDE CONFIRMEE EST CONSIDEREE PRELEVEE EN     *
      *             TOTALITE. SEULES LES COMMANDES ENCORE OPEN SONT   *
      *             TOUCHEES (MEME REGLE QU'ORDAMEND). MEME VERROU DE *
      *             CHAINE FVRUNLCK ET COMMIT PERIODIQUE QU'ORDAMEND. *
      *             SI LA PERIODE DU JOUR EST EN CLOTURE OU FERMEE    *
      *             (FVPERST, SOUS-PROGRAMME PERIODCK), LE LOT EST    *
      *             REFUSE OU LA SORTIE NEGATIVE DES MANQUANTS EST    *
      *             DATEE DU PREMIER JOUR OUVERT, SELON LE MODE DE LA *
      *             PERIODE ; CHAQUE REFUS OU REPORT EST TRACE DANS   *
      *             FVBKPOST.                                         *
      * ENTREE    : FVPICKCF (COMMANDE, PRODUIT, QUANTITE PRELEVEE),  *
      *             FVBACKO (RELIQUATS OUVERTS), SYSIN (LOCKFORCE),   *
      *             FVPERST (STATUT DES PERIODES, FACULTATIF)         *
      * SORTIE    : MAJ API9.ORDERS/ITEMS/PRODUCTS/CUSTOMERS/         *
      *             STOCK_LOC/LOC_ISSUE + FVBACKO (AJOUT) + FVSTKMOV  *
      *             (AJOUT) + RAPPORT (FREPORT) + FVBKPOST (REFUS/    *
      *             REPORTS DE PERIODE, AJOUT) + FRUNHST (JOURNAL DES *
      *             EXECUTIONS, AJOUT)                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICKCF-FILE
               ASSIGN TO FVPICKCF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

      * CARNET DES RELIQUATS : LU AU DEMARRAGE (RELIQUATS OUVERTS PAR
      * IMPVENTS), PUIS REOUVERT EN AJOUT POUR LES MANQUANTS
           SELECT BACKORDER-FILE
               ASSIGN TO FVBACKO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

      * VERROU D'EXECUTION DE LA CHAINE (FVRUNLCK, PARTAGE PAR TOUS
      * LES PROGRAMMES QUI ECRIVENT LA BASE)
           SELECT RUNLOCK-FILE
               ASSIGN TO FVRUNLCK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.

      * JOURNAL COMMUN DES MOUVEMENTS DE STOCK (FVSTKMOV, EN AJOUT)
           SELECT STKMOV-FILE
               ASSIGN TO FVSTKMOV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

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

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CONFIRMATION DE PRELEVEMENT D'UNE LIGNE DE COMMANDE
       FD  PICKCF-FILE.
       01 PICKCF-RECORD.
          05 PC-ORDER-NO          PIC 9(7).
          05 FILLER               PIC X(1).
          05 PC-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1).
          05 PC-QTY-TXT           PIC X(5).

      * MEME DISPOSITION QUE BACKORDER-REC DANS IMPVENTS
       FD  BACKORDER-FILE.
       01 BACKORDER-REC.
          05 BO-ORDER-NO          PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BO-PROD-NO           PIC XXX.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BO-QTY-ORDERED       PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BO-QTY-BACKORDER     PIC 9(5).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 BO-TIMESTAMP         PIC X(20).

       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * VERROU D'EXECUTION (MEME DISPOSITION DANS TOUS LES PROGRAMMES
      * DE LA CHAINE QUI ECRIVENT LA BASE) : 'H' = DETENU, 'F' = RENDU
       FD  RUNLOCK-FILE.
       01 RUNLOCK-RECORD.
          05 LK-STATUS            PIC X(1).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 LK-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 LK-TIMESTAMP         PIC X(20).

      * MOUVEMENT DE STOCK (MEME DISPOSITION DANS TOUS LES PROGRAMMES
      * QUI TOUCHENT LE STOCK ET DANS STKRECON)
       FD  STKMOV-FILE.
       01 STKMOV-RECORD.
          05 MV-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-PROGRAM           PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-QTY-BEFORE        PIC S9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-QTY-AFTER         PIC S9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 MV-REFERENCE         PIC X(10).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

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
       01 WS-PC-STATUS            PIC XX         VALUE SPACES.
          88 WS-PC-OK                            VALUE '00'.
          88 WS-PC-EOF                           VALUE '10'.
       01 WS-BO-STATUS            PIC XX         VALUE SPACES.
          88 WS-BO-OK                            VALUE '00'.
          88 WS-BO-EOF                           VALUE '10'.
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.
       01 WS-LK-STATUS            PIC XX         VALUE SPACES.
          88 WS-LK-OK                            VALUE '00'.
       01 WS-MV-STATUS            PIC XX         VALUE SPACES.
          88 WS-MV-OK                            VALUE '00'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.
       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.
       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.
       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

      * CARTE SYSIN LOCKFORCE (NETTOYAGE DE VERROU APRES INCIDENT)
       01 WS-LOCK-OVERRIDE-SW     PIC X          VALUE 'N'.
          88 WS-LOCK-OVERRIDE                    VALUE 'Y'.

      * RELIQUATS OUVERTS PAR COMMANDE/PRODUIT (CARNET FVBACKO) : CES
      * UNITES NE SONT PAS A PRELEVER
       01 WS-BO-TABLE.
          05 WS-BO-ENTRY OCCURS 5000 TIMES INDEXED BY BO-IX.
             10 WS-BT-O-NO        PIC 9(7).
             10 WS-BT-P-NO        PIC X(3).
             10 WS-BT-QTY         PIC 9(7).
       01 WS-BO-COUNT             PIC 9(5)       VALUE ZERO.
       01 WS-BO-MAX               PIC 9(5)       VALUE 5000.
       01 WS-BO-FOUND-SW          PIC X          VALUE 'N'.
          88 WS-BO-FOUND                         VALUE 'Y'.

      * GRANDEURS DE LA CONFIRMATION EN COURS
       01 WS-PICKED-QTY           PIC 9(5)       VALUE ZERO.
       01 WS-OPEN-BACKO           PIC 9(7)       VALUE ZERO.
       01 WS-EXPECTED-QTY         PIC S9(7) COMP-3 VALUE +0.
       01 WS-SHORT-QTY            PIC S9(7) COMP-3 VALUE +0.
       01 WS-NEW-QTY              PIC S9(7) COMP-3 VALUE +0.
       01 WS-NEW-TAX              PIC S9(5)V99 COMP-3 VALUE +0.
       01 WS-BAL-DELTA            PIC S9(9)V99 COMP-3 VALUE +0.
       01 WS-TODAY                PIC X(10)      VALUE SPACES.
       01 WS-LINE-ERROR-SW        PIC X          VALUE 'N'.
          88 WS-LINE-ERROR                       VALUE 'Y'.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DU JOUR, LA DATE RENDUE DATE LA
      * SORTIE NEGATIVE DES MANQUANTS (P = DATE DU JOUR, R = REPORTEE,
      * X = LOT REFUSE)
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-POST-DATE            PIC X(10)      VALUE SPACES.
       01 WS-POST-ACTION          PIC X          VALUE 'P'.
       01 WS-RUN-START-TS         PIC X(20)      VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-FULL      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-SHORT     PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REFUSED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-CONFIRMED PIC 9(5)       VALUE ZERO.
          05 WS-UNITS-SHORT       PIC 9(7)       VALUE ZERO.
          05 WS-BILLED-REDUCTION  PIC S9(9)V99 COMP-3 VALUE +0.
       01 WS-COMMIT-COUNT         PIC 9(5)       VALUE ZERO.
       01 WS-COMMIT-INTERVAL      PIC 9(5)       VALUE 100.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'CONFIRMATIONS DE PRELEVEMENT ENTREPOT (FVPICKCF)'.
          05 WS-COLUMN-LINE       PIC X(132)     VALUE
                'COMMANDE  PRODUIT  ATTENDU  PRELEVE  MANQUANT'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-ONO        PIC ZZZZZZ9.
             10 FILLER            PIC X(5)       VALUE SPACES.
             10 WS-RPT-PNO        PIC X(3).
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-EXPECTED   PIC ZZ,ZZ9.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-PICKED     PIC ZZ,ZZ9.
             10 FILLER            PIC X(4)       VALUE SPACES.
             10 WS-RPT-SHORT      PIC ZZ,ZZ9.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(50).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(13)      VALUE 'TOTAL LUS: '.
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE ' - COMPLETS: '.
             10 WS-RPT-FULL       PIC ZZ,ZZ9.
             10 FILLER            PIC X(18)      VALUE
                ' - AVEC MANQUANT: '.
             10 WS-RPT-SHORT-CNT  PIC ZZ,ZZ9.
             10 FILLER            PIC X(12)      VALUE ' - REFUSES: '.
             10 WS-RPT-REFUSED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(12)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-SHORT-SUM-LINE.
             10 FILLER            PIC X(28)      VALUE
                'UNITES MISES EN RELIQUAT  : '.
             10 WS-RPT-UNITS      PIC ZZZ,ZZ9.
             10 FILLER            PIC X(28)      VALUE
                '  FACTURATION REDUITE DE : '.
             10 WS-RPT-REDUCTION  PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEMES CONVENTIONS QU'ORDAMEND)
      * COLONNES PICKED_QTY SUR API9.ITEMS (QUANTITE PRELEVEE, NULLE
      * TANT QUE LA LIGNE N'EST PAS CONFIRMEE) ET PICK_DATE SUR
      * API9.ORDERS (DATE DE CONFIRMATION, EXIGEE PAR SHIPCONF),
      * EXTENSIONS DE SCHEMA
       01 H-O-NO                  PIC 9(7).
       01 H-O-STATUS              PIC X(10).
       01 H-C-NO                  PIC 9(4).
       01 H-I-P-NO                PIC XXX.
       01 H-I-QTY                 PIC S9(3)      USAGE COMP-3.
       01 H-I-PRICE               PIC S9(5)V99   USAGE COMP-3.
       01 H-I-TAX                 PIC S9(5)V99   USAGE COMP-3.
       01 H-I-PICKED              PIC S9(5)      USAGE COMP-3.
       01 H-NEW-QTY               PIC S9(3)      USAGE COMP-3.
       01 H-NEW-TAX               PIC S9(5)V99   USAGE COMP-3.
       01 H-PICKED-QTY            PIC S9(5)      USAGE COMP-3.
       01 H-PICK-DATE             PIC X(10).
       01 H-STOCK-QTY             PIC S9(5)      USAGE COMP-3.
       01 H-STOCK-BEFORE          PIC S9(5)      USAGE COMP-3.
      * SORTIE TRACEE PAR ENTREPOT (API9.LOC_ISSUE, CF. IMPVENTS) :
      * LE MANQUANT REMIS EN STOCK EST UNE SORTIE NEGATIVE
       01 H-ISSUE-QTY             PIC S9(5)      USAGE COMP-3.
       01 H-BAL-DELTA             PIC S9(9)V99   USAGE COMP-3.
       01 H-LOC                   PIC X(2).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-FILE
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME PICKCONF'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-LOCK-CARDS
           PERFORM TAKE-RUN-LOCK

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY(1:4)
           MOVE '-'                        TO WS-TODAY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY(6:2)
           MOVE '-'                        TO WS-TODAY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY(9:2)

      * PERIODE DU JOUR EN CLOTURE OU FERMEE : LOT REFUSE (AUCUNE
      * LIGNE CONFIRMEE, LE FICHIER SERA REPRESENTE), OU SORTIES
      * NEGATIVES DES MANQUANTS DATEES DU PREMIER JOUR OUVERT
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-TODAY WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE DU ' WS-TODAY ' EN CLOTURE OU '
                      'FERMEE, AUCUNE CONFIRMATION TRAITEE'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              PERFORM RELEASE-RUN-LOCK
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           IF WS-POST-ACTION = 'R'
              DISPLAY 'PERIODE DU ' WS-TODAY ' EN CLOTURE OU '
                      'FERMEE, MANQUANTS REPORTES AU ' WS-POST-DATE
           END-IF

           OPEN INPUT PICKCF-FILE
           IF NOT WS-PC-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER CONFIRMATIONS: '
                      WS-PC-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE PICKCF-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF

           PERFORM LOAD-OPEN-BACKORDERS
      * CARNET DES RELIQUATS ET JOURNAL DES MOUVEMENTS DE STOCK EN
      * AJOUT (CREES AU PREMIER PASSAGE)
           OPEN EXTEND BACKORDER-FILE
           IF NOT WS-BO-OK
              OPEN OUTPUT BACKORDER-FILE
           END-IF
           OPEN EXTEND STKMOV-FILE
           IF NOT WS-MV-OK
              OPEN OUTPUT STKMOV-FILE
           END-IF
           IF NOT WS-BO-OK OR NOT WS-MV-OK
              DISPLAY 'ERREUR OUVERTURE RELIQUATS/JOURNAL DES '
                      'MOUVEMENTS: ' WS-BO-STATUS ' / ' WS-MV-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE PICKCF-FILE
              CLOSE REPORT-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN (SEULE LA CARTE LOCKFORCE EST        *
      * RECONNUE ICI)                                                 *
      *****************************************************************
       READ-LOCK-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END
                       IF SYSIN-RECORD(1:9) = 'LOCKFORCE'
                          MOVE 'Y' TO WS-LOCK-OVERRIDE-SW
                          DISPLAY 'CARTE LOCKFORCE : VERROU '
                                  'EVENTUEL IGNORE'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * PRISE DU VERROU D'EXECUTION DE LA CHAINE (MEME MECANIQUE QUE  *
      * LES AUTRES PROGRAMMES QUI ECRIVENT LA BASE)                   *
      *****************************************************************
       TAKE-RUN-LOCK.
           OPEN INPUT RUNLOCK-FILE
           IF WS-LK-OK
              READ RUNLOCK-FILE
              IF WS-LK-OK AND LK-STATUS = 'H'
                 AND NOT WS-LOCK-OVERRIDE
                 DISPLAY 'VERROU DE CHAINE DETENU PAR ' LK-PROGRAM
                         ' DEPUIS ' LK-TIMESTAMP
                 DISPLAY 'DEMARRAGE REFUSE (CARTE SYSIN LOCKFORCE '
                         'POUR NETTOYER APRES INCIDENT)'
                 CLOSE RUNLOCK-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              CLOSE RUNLOCK-FILE
           END-IF
           OPEN OUTPUT RUNLOCK-FILE
           IF NOT WS-LK-OK
              DISPLAY 'ERREUR POSE DU VERROU DE CHAINE: '
                      WS-LK-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'H' TO LK-STATUS
           MOVE 'PICKCONF' TO LK-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:20) TO LK-TIMESTAMP
           WRITE RUNLOCK-RECORD
           CLOSE RUNLOCK-FILE
           .

       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUNLOCK-FILE
           IF WS-LK-OK
              MOVE 'F' TO LK-STATUS
              MOVE 'PICKCONF' TO LK-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:20) TO LK-TIMESTAMP
              WRITE RUNLOCK-RECORD
              CLOSE RUNLOCK-FILE
           ELSE
              DISPLAY 'ERREUR LEVEE DU VERROU DE CHAINE: '
                      WS-LK-STATUS
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DES RELIQUATS OUVERTS (FVBACKO ABSENT = AUCUN),    *
      * CUMULES PAR COMMANDE ET PRODUIT                               *
      *****************************************************************
       LOAD-OPEN-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF NOT WS-BO-OK
              DISPLAY 'PAS DE CARNET DE RELIQUATS (' WS-BO-STATUS
                      '), AUCUN RELIQUAT OUVERT'
              MOVE '00' TO WS-BO-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BO-EOF
              READ BACKORDER-FILE
                 AT END MOVE '10' TO WS-BO-STATUS
                 NOT AT END PERFORM LOAD-ONE-BACKORDER
              END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           MOVE '00' TO WS-BO-STATUS
           .

       LOAD-ONE-BACKORDER.
           IF BO-ORDER-NO NOT NUMERIC
              OR BO-QTY-BACKORDER NOT NUMERIC
              DISPLAY 'LIGNE RELIQUAT IGNOREE (MAL FORMEE): '
                      BACKORDER-REC(1:24)
              EXIT PARAGRAPH
           END-IF
           MOVE BO-ORDER-NO TO H-O-NO
           MOVE BO-PROD-NO  TO H-I-P-NO
           PERFORM FIND-OPEN-BACKORDER
           IF WS-BO-FOUND
              ADD BO-QTY-BACKORDER TO WS-BT-QTY(BO-IX)
              EXIT PARAGRAPH
           END-IF
           IF WS-BO-COUNT >= WS-BO-MAX
              DISPLAY 'TABLE DES RELIQUATS PLEINE, RELIQUAT IGNORE: '
                      BO-ORDER-NO '/' BO-PROD-NO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BO-COUNT
           MOVE BO-ORDER-NO      TO WS-BT-O-NO(WS-BO-COUNT)
           MOVE BO-PROD-NO       TO WS-BT-P-NO(WS-BO-COUNT)
           MOVE BO-QTY-BACKORDER TO WS-BT-QTY(WS-BO-COUNT)
           .

      * RECHERCHE DU RELIQUAT OUVERT DE H-O-NO / H-I-P-NO (BO-IX)
       FIND-OPEN-BACKORDER.
           MOVE 'N' TO WS-BO-FOUND-SW
           PERFORM VARYING BO-IX FROM 1 BY 1
                   UNTIL BO-IX > WS-BO-COUNT OR WS-BO-FOUND
              IF WS-BT-O-NO(BO-IX) = H-O-NO
                 AND WS-BT-P-NO(BO-IX) = H-I-P-NO
                 MOVE 'Y' TO WS-BO-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-BO-FOUND
              SET BO-IX DOWN BY 1
           END-IF
           .

      *****************************************************************
      * TRAITEMENT DU FICHIER DES CONFIRMATIONS                       *
      *****************************************************************
       PROCESS-FILE.
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-PC-EOF
                   PERFORM PROCESS-RECORD
                   PERFORM READ-NEXT-RECORD
           END-PERFORM
           .

       READ-NEXT-RECORD.
           READ PICKCF-FILE
           IF WS-PC-OK
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF WS-PC-EOF
                 DISPLAY 'FIN DE FICHIER CONFIRMATIONS'
              ELSE
                 DISPLAY 'ERREUR LECTURE CONFIRMATIONS, STATUS: '
                         WS-PC-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
              END-IF
           END-IF
           .

      *****************************************************************
      * UNE LIGNE CONFIRMEE : CONTROLES (COMMANDE OPEN, LIGNE CONNUE, *
      * PAS DEJA CONFIRMEE, PAS PLUS QUE L'ATTENDU), PUIS TRAITEMENT  *
      * DU MANQUANT EVENTUEL ET DATE DE CONFIRMATION SUR LA COMMANDE  *
      *****************************************************************
       PROCESS-RECORD.
           MOVE ZERO TO WS-EXPECTED-QTY WS-PICKED-QTY WS-SHORT-QTY
           IF PC-ORDER-NO NOT NUMERIC
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'NUMERO DE COMMANDE INVALIDE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(PC-QTY-TXT) NOT = 0
              OR FUNCTION NUMVAL(PC-QTY-TXT) < 0
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'QUANTITE PRELEVEE INVALIDE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PICKED-QTY = FUNCTION NUMVAL(PC-QTY-TXT)

           MOVE PC-ORDER-NO TO H-O-NO
           MOVE SPACES TO H-O-STATUS
           MOVE ZERO TO H-C-NO
           EXEC SQL
               SELECT COALESCE(O_STATUS,'OPEN'), C_NO
                 INTO :H-O-STATUS, :H-C-NO
                 FROM API9.ORDERS
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'COMMANDE INCONNUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'ERREUR LECTURE COMMANDE ' PC-ORDER-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF
           IF H-O-STATUS NOT = 'OPEN'
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE SPACES TO WS-RPT-STATUS
              STRING 'COMMANDE DEJA ' H-O-STATUS
                     ', CONFIRMATION TROP TARDIVE'
                     DELIMITED BY SIZE INTO WS-RPT-STATUS
              END-STRING
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM READ-ITEM-LINE
           IF SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF H-I-QTY <= 0
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'LIGNE D''AVOIR, RIEN A PRELEVER' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF H-I-PICKED >= 0
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'LIGNE DEJA CONFIRMEE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

      * QUANTITE ATTENDUE : LA LIGNE MOINS LE RELIQUAT DEJA OUVERT
           MOVE ZERO TO WS-OPEN-BACKO
           PERFORM FIND-OPEN-BACKORDER
           IF WS-BO-FOUND
              MOVE WS-BT-QTY(BO-IX) TO WS-OPEN-BACKO
           END-IF
           COMPUTE WS-EXPECTED-QTY = H-I-QTY - WS-OPEN-BACKO
           IF WS-EXPECTED-QTY < 0
              MOVE ZERO TO WS-EXPECTED-QTY
           END-IF
           IF WS-PICKED-QTY > WS-EXPECTED-QTY
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'PRELEVE SUPERIEUR A L''ATTENDU' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHORT-QTY = WS-EXPECTED-QTY - WS-PICKED-QTY

           MOVE 'N' TO WS-LINE-ERROR-SW
           IF WS-SHORT-QTY = 0
              PERFORM CONFIRM-FULL-LINE
           ELSE
              PERFORM CONFIRM-SHORT-LINE
           END-IF
           IF WS-LINE-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO H-PICK-DATE
           EXEC SQL
               UPDATE API9.ORDERS
                  SET PICK_DATE = :H-PICK-DATE
                WHERE O_NO = :H-O-NO
                  AND PICK_DATE IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERREUR MAJ DATE DE PRELEVEMENT COMMANDE '
                      PC-ORDER-NO ' SQLCODE ' SQLCODE
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM CHECK-PERIODIC-COMMIT
           .

      *****************************************************************
      * LECTURE DE LA LIGNE VISEE (REFUS SI INCONNUE) ; PICKED_QTY    *
      * NULLE = LIGNE PAS ENCORE CONFIRMEE (-1)                       *
      *****************************************************************
       READ-ITEM-LINE.
           MOVE PC-PROD-NO TO H-I-P-NO
           MOVE +0 TO H-I-QTY H-I-PRICE H-I-TAX
           MOVE -1 TO H-I-PICKED
           EXEC SQL
               SELECT QUANTITY, PRICE, COALESCE(TAX_AMOUNT,0),
                      COALESCE(PICKED_QTY,-1)
                 INTO :H-I-QTY, :H-I-PRICE, :H-I-TAX, :H-I-PICKED
                 FROM API9.ITEMS
                WHERE O_NO = :H-O-NO
                  AND P_NO = :H-I-P-NO
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-RECORDS-REFUSED
              MOVE 'LIGNE INCONNUE SUR LA COMMANDE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
           ELSE
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-RECORDS-ERROR
                 DISPLAY 'ERREUR LECTURE LIGNE ' PC-ORDER-NO '/'
                         PC-PROD-NO ' SQLCODE ' SQLCODE
              END-IF
           END-IF
           .

      *****************************************************************
      * LIGNE PRELEVEE EN TOTALITE : SEULE LA QUANTITE PRELEVEE EST   *
      * PORTEE SUR LA LIGNE                                           *
      *****************************************************************
       CONFIRM-FULL-LINE.
           MOVE WS-PICKED-QTY TO H-PICKED-QTY
           EXEC SQL
               UPDATE API9.ITEMS
                  SET PICKED_QTY = :H-PICKED-QTY
                WHERE O_NO = :H-O-NO
                  AND P_NO = :H-I-P-NO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'Y' TO WS-LINE-ERROR-SW
              DISPLAY 'ERREUR MAJ LIGNE ' PC-ORDER-NO '/'
                      PC-PROD-NO ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-FULL
           MOVE 'PRELEVEE EN TOTALITE' TO WS-RPT-STATUS
           .

      *****************************************************************
      * LIGNE AVEC MANQUANT : QUANTITE FACTUREE REDUITE (TVA AU       *
      * PRORATA, DELTA DE SOLDE), STOCK RENDU, RELIQUAT FVBACKO       *
      *****************************************************************
       CONFIRM-SHORT-LINE.
           COMPUTE WS-NEW-QTY = H-I-QTY - WS-SHORT-QTY
           COMPUTE WS-NEW-TAX ROUNDED =
                   H-I-TAX * WS-NEW-QTY / H-I-QTY
           MOVE WS-NEW-QTY    TO H-NEW-QTY
           MOVE WS-NEW-TAX    TO H-NEW-TAX
           MOVE WS-PICKED-QTY TO H-PICKED-QTY
           EXEC SQL
               UPDATE API9.ITEMS
                  SET QUANTITY   = :H-NEW-QTY,
                      TAX_AMOUNT = :H-NEW-TAX,
                      PICKED_QTY = :H-PICKED-QTY
                WHERE O_NO = :H-O-NO
                  AND P_NO = :H-I-P-NO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'Y' TO WS-LINE-ERROR-SW
              DISPLAY 'ERREUR MAJ LIGNE ' PC-ORDER-NO '/'
                      PC-PROD-NO ' SQLCODE ' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF

           PERFORM RESTORE-SHORT-STOCK

           COMPUTE WS-BAL-DELTA =
                   (0 - (WS-SHORT-QTY * H-I-PRICE))
                   + (WS-NEW-TAX - H-I-TAX)
           MOVE WS-BAL-DELTA TO H-BAL-DELTA
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET BALANCE = COALESCE(BALANCE,0) + :H-BAL-DELTA
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR MAJ SOLDE CLIENT ' H-C-NO
                      ' SQLCODE ' SQLCODE
           END-IF
           SUBTRACT WS-BAL-DELTA FROM WS-BILLED-REDUCTION

           MOVE PC-ORDER-NO  TO BO-ORDER-NO
           MOVE PC-PROD-NO   TO BO-PROD-NO
           MOVE H-I-QTY      TO BO-QTY-ORDERED
           MOVE WS-SHORT-QTY TO BO-QTY-BACKORDER
           MOVE FUNCTION CURRENT-DATE(1:20) TO BO-TIMESTAMP
           WRITE BACKORDER-REC
           IF NOT WS-BO-OK
              DISPLAY 'ERREUR ECRITURE RELIQUAT ' PC-ORDER-NO '/'
                      PC-PROD-NO ' STATUS ' WS-BO-STATUS
              ADD 1 TO WS-RECORDS-ERROR
              MOVE '00' TO WS-BO-STATUS
           END-IF

           IF WS-POST-ACTION = 'R'
              MOVE SPACES       TO BP-REFERENCE
              MOVE PC-ORDER-NO  TO BP-REFERENCE(1:7)
              MOVE WS-BAL-DELTA TO BP-AMOUNT
              MOVE 'MANQUANT REPORTE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF

           ADD 1 TO WS-RECORDS-SHORT
           ADD WS-SHORT-QTY TO WS-UNITS-SHORT
           MOVE 'MANQUANT EN RELIQUAT, A RECOMPTER (CYCCOUNT)'
              TO WS-RPT-STATUS
           .

      *****************************************************************
      * REMISE EN STOCK DU MANQUANT (NON SORTI), AVEC LIGNE AU        *
      * JOURNAL COMMUN ; LE DETAIL PAR EMPLACEMENT SUIT PAR LA ZONE   *
      * DE PRELEVEMENT E1 (MEME POSE QUE LE RENDU D'ORDAMEND)         *
      *****************************************************************
       RESTORE-SHORT-STOCK.
           MOVE +0 TO H-STOCK-BEFORE
           EXEC SQL
               SELECT COALESCE(STOCK,0) INTO :H-STOCK-BEFORE
                 FROM API9.PRODUCTS
                WHERE P_NO = :H-I-P-NO
           END-EXEC
           MOVE WS-SHORT-QTY TO H-STOCK-QTY
           EXEC SQL
               UPDATE API9.PRODUCTS
                  SET STOCK = COALESCE(STOCK,0) + :H-STOCK-QTY
                WHERE P_NO = :H-I-P-NO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR RENDU STOCK PRODUIT ' H-I-P-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'E1'         TO H-LOC
           MOVE WS-POST-DATE TO H-PICK-DATE
           EXEC SQL
              UPDATE API9.STOCK_LOC
                 SET QTY = QTY + :H-STOCK-QTY
               WHERE P_NO = :H-I-P-NO
                 AND LOC  = :H-LOC
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO API9.STOCK_LOC (P_NO, LOC, QTY)
                 VALUES (:H-I-P-NO, :H-LOC, :H-STOCK-QTY)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              COMPUTE H-ISSUE-QTY = 0 - WS-SHORT-QTY
              EXEC SQL
                 INSERT INTO API9.LOC_ISSUE
                        (O_NO, P_NO, LOC, QTY, ISSUE_DATE)
                 VALUES (:H-O-NO, :H-I-P-NO, :H-LOC,
                         :H-ISSUE-QTY, :H-PICK-DATE)
              END-EXEC
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:20) TO MV-TIMESTAMP
           MOVE 'PICKCONF'     TO MV-PROGRAM
           MOVE H-I-P-NO       TO MV-PROD-NO
           MOVE H-STOCK-BEFORE TO MV-QTY-BEFORE
           COMPUTE MV-QTY-AFTER = H-STOCK-BEFORE + WS-SHORT-QTY
           MOVE SPACES         TO MV-REFERENCE
           MOVE PC-ORDER-NO    TO MV-REFERENCE(1:7)
           WRITE STKMOV-RECORD
           IF NOT WS-MV-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES MOUVEMENTS '
                      WS-MV-STATUS
              MOVE '00' TO WS-MV-STATUS
           END-IF
           .

      *****************************************************************
      * COMMIT PERIODIQUE (MEME DISCIPLINE QU'ORDAMEND) ; UNE LIGNE   *
      * DEJA CONFIRMEE EST REFUSEE A LA RELANCE                       *
      *****************************************************************
       CHECK-PERIODIC-COMMIT.
           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-COMMIT-COUNT
           END-IF
           .

       WRITE-DETAIL-LINE.
           MOVE PC-ORDER-NO     TO WS-RPT-ONO
           MOVE PC-PROD-NO      TO WS-RPT-PNO
           MOVE WS-EXPECTED-QTY TO WS-RPT-EXPECTED
           MOVE WS-PICKED-QTY   TO WS-RPT-PICKED
           MOVE WS-SHORT-QTY    TO WS-RPT-SHORT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
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
      * TRACE D'UNE COMPTABILISATION REFUSEE OU REPORTEE (FVBKPOST,   *
      * EN AJOUT) ; BP-REFERENCE, BP-AMOUNT ET BP-DETAIL SONT         *
      * RENSEIGNES PAR L'APPELANT                                     *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BP-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BP-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'PICKCONF'     TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-TODAY       TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

       FINALIZATION.
           EXEC SQL COMMIT END-EXEC
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ     TO WS-RPT-TOTAL
           MOVE WS-RECORDS-FULL     TO WS-RPT-FULL
           MOVE WS-RECORDS-SHORT    TO WS-RPT-SHORT-CNT
           MOVE WS-RECORDS-REFUSED  TO WS-RPT-REFUSED
           MOVE WS-RECORDS-ERROR    TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-UNITS-SHORT      TO WS-RPT-UNITS
           MOVE WS-BILLED-REDUCTION TO WS-RPT-REDUCTION
           WRITE REPORT-RECORD FROM WS-SHORT-SUM-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE PICKCF-FILE
           CLOSE REPORT-FILE
           CLOSE BACKORDER-FILE
           CLOSE STKMOV-FILE
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'FIN DU PROGRAMME PICKCONF'
           DISPLAY 'TOTAL CONFIRMATIONS LUES: ' WS-RECORDS-READ
           DISPLAY 'TOTAL PRELEVEES EN TOTALITE: ' WS-RECORDS-FULL
           DISPLAY 'TOTAL AVEC MANQUANT: ' WS-RECORDS-SHORT
           DISPLAY 'TOTAL REFUSEES: ' WS-RECORDS-REFUSED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           EVALUATE TRUE
              WHEN WS-RECORDS-ERROR > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-RECORDS-REFUSED > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           ADD WS-RECORDS-FULL WS-RECORDS-SHORT
              GIVING WS-RECORDS-CONFIRMED
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
           MOVE 'PICKCONF' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-RECORDS-READ      TO RH-RECORDS-READ
           MOVE WS-RECORDS-CONFIRMED TO RH-RECORDS-OK
           MOVE WS-RECORDS-ERROR     TO RH-RECORDS-ERROR
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
      * CONSTRUCTION DE LA LIGNE TIMESTAMP                            *
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
