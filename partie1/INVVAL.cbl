      *             API9.PRODUCTS PORTE STOCK ET API7.PRODUCTS PORTE  *
      *             COST, ET LES COMPTABLES MULTIPLIAIENT DES         *
      *             EXTRAITS A LA MAIN. CE PROGRAMME VALORISE LE      *
      *             STOCK EN MAIN AU COUT MOYEN PONDERE TENU PAR      *
      *             IMPRECPT (API9.PRODUCTS.AVG_COST, A DEFAUT LE     *
      *             COUT FOURNISSEUR API7.PRODUCTS.COST) ET           *
      *             RAPPROCHE LE MOIS EN PONT : VALEUR D'OUVERTURE    *
      *             (ETAT FVVALST DU DERNIER ARRETE) + RECEPTIONS     *
      *             IMPRECPT (FNRECPT DU MOIS) - SORTIES VENDUES      *
      *             (API9.ITEMS DU MOIS) + RETOURS REMIS EN STOCK -   *
      *             PERTES FVWROFF + AJUSTEMENTS STKTAKE (FNSTKJRN),  *
      *             LE TOUT AU COUT MOYEN DE CLOTURE. TOUT RESIDU QUE *
      *             LES MOUVEMENTS N'EXPLIQUENT PAS EST SIGNALE (RC   *
      *             4) ; IL PORTE AUSSI LA REEVALUATION DU STOCK      *
      *             D'OUVERTURE QUAND LE COUT MOYEN A BOUGE DANS LE   *
      *             MOIS.                                             *
      *             LA VALEUR DE CLOTURE EST REPORTEE DANS FVVALSTN   *
      *             POUR SERVIR D'OUVERTURE A L'ARRETE SUIVANT.       *
      * ENTREE    : SYSIN (FROM=/TO= OBLIGATOIRES), FVVALST (ETAT,    *
      *             / FNSTKJRN (MOUVEMENTS DU MOIS, FACULTATIFS),     *
      *             BASE DB2                                          *
      * SORTIE    : RAPPORT (FREPORT) + FVVALSTN (NOUVEL ETAT)        *
      *             + FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)         *
      *             + FVCLOSEV (PREUVES DE CLOTURE, AJOUT)            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

      * PREUVES DES ETAPES DE CLOTURE (UN ENREGISTREMENT AJOUTE PAR
      * RUN, AVEC LA DATE ARRETEE) ; PERCLOSE Y CHERCHE L'ETAPE DE LA
      * PERIODE A FERMER
           SELECT CLOSEV-FILE
               ASSIGN TO FVCLOSEV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
           05 VSN-VALUE               PIC S9(13)V99.

      * MEME DISPOSITION QUE RECEIPT-RECORD DANS IMPRECPT (LONGUEUR
      * VARIABLE, LE NUMERO DE FOURNISSEUR, L'ENTREPOT, LE LOT ET LES
      * FRAIS D'APPROCHE SONT IGNORES ICI)
       FD  RECEIPTS-FILE
           RECORD CONTAINS 31 TO 81 CHARACTERS.
       01  RECEIPT-RECORD.
           05 RC-PROD-NO              PIC X(3).
           05 FILLER                  PIC X(1).
           05 RC-SUPPLIER-REF         PIC X(10).
           05 FILLER                  PIC X(1).
           05 RC-SUP-NO               PIC X(4).
      * ENTREPOT DE RECEPTION
           05 FILLER                  PIC X(3).
      * LOT FOURNISSEUR ET DATE DE PEREMPTION
           05 FILLER                  PIC X(22).
      * FRAIS D'APPROCHE (PORT ET DROITS DE DOUANE)
           05 FILLER                  PIC X(20).

      * MEME DISPOSITION QUE WRITEOFF-REC DANS IMPVENTS
       FD  WRITEOFF-FILE.
           05 FILLER                  PIC X(1).
           05 JR-TIMESTAMP            PIC X(20).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-START-TS             PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-READ         PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-OK           PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-ERROR        PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-STATUS-CODE          PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RETURN-CODE          PIC 9(2).

      * MEME DISPOSITION QUE CLOSEV-RECORD DANS PERCLOSE
       FD  CLOSEV-FILE.
       01  CLOSEV-RECORD.
           05 CE-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-ASOF-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-RETURN-CODE          PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

           88 WS-JR-EOF                     VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.
       01  WS-CE-STATUS               PIC XX VALUE SPACES.
           88 WS-CE-OK                      VALUE '00'.

      * HORODATAGE DE DEBUT DE RUN, REPRIS DANS LE JOURNAL COMMUN
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * INDICATEURS DE FIN DE CURSEUR
       01  WS-PROD-EOF-SW             PIC X  VALUE 'N'.
           88 WS-OPEN-AVAILABLE             VALUE 'Y'.
       01  WS-OPEN-VALUE              PIC S9(13)V99 COMP-3 VALUE +0.

      * CACHE DES COUTS MOYENS PONDERES (API9.PRODUCTS.AVG_COST, A
      * DEFAUT API7.PRODUCTS.COST)
       01  WS-COST-TABLE.
           05 WS-CO-ENTRY OCCURS 2000 TIMES INDEXED BY CO-IX.
              10 WS-CO-PNO            PIC X(3).
              10 WS-CO-COST           PIC S9(7)V9(4) COMP-3.
       01  WS-COST-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-COST-MAX                PIC 9(5) VALUE 2000.
       01  WS-COST-WORK               PIC S9(7)V9(4) COMP-3 VALUE +0.
       01  WS-PNO-WORK                PIC X(3) VALUE SPACES.

      * COMPOSANTES DU PONT, VALORISEES AU COUT MOYEN
       01  WS-BRIDGE.
           05 WS-CLOSING-VALUE        PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-RECEIPTS-VALUE       PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
                 'VALORISATION D''INVENTAIRE DE FIN DE MOIS (STOCK
      -          ' X COUT MOYEN) ET PONT DES MOUVEMENTS'.
           05 WS-RANGE-LINE.
              10 FILLER               PIC X(19) VALUE
                 'PERIODE ARRETEE  : '.
              10 FILLER               PIC X(9)  VALUE '  STOCK: '.
              10 WS-RPT-STOCK         PIC ZZZ,ZZ9-.
              10 FILLER               PIC X(8)  VALUE '  COUT: '.
              10 WS-RPT-COST          PIC Z,ZZZ,ZZ9.9999.
              10 FILLER               PIC X(10) VALUE '  VALEUR: '.
              10 WS-RPT-VALUE         PIC Z,ZZZ,ZZ9.99-.
           05 WS-BRIDGE-LINE.
       01  H-TO-DATE                  PIC X(10).
       01  H-PNO                      PIC XXX.
       01  H-STOCK                    PIC S9(5)     USAGE COMP-3.
       01  H-COST                     PIC S9(7)V9(4) USAGE COMP-3.
       01  H-QTY                      PIC S9(9)     USAGE COMP-3.

      * STOCK EN MAIN PAR PRODUIT (CLOTURE)
                ORDER BY P_NO
           END-EXEC.

      * COUTS MOYENS PONDERES TENUS PAR IMPRECPT ; UN PRODUIT JAMAIS
      * RECU (AVG_COST NULL) GARDE LE COUT DU CATALOGUE FOURNISSEUR
           EXEC SQL
               DECLARE COST-CURSOR CURSOR FOR
               SELECT P.P_NO, COALESCE(A.AVG_COST, P.COST, 0)
                 FROM API7.PRODUCTS P
                 LEFT OUTER JOIN API9.PRODUCTS A
                   ON A.P_NO = P.P_NO
                ORDER BY P.P_NO
           END-EXEC.

      * SORTIES VENDUES DU MOIS (LIGNES DE VENTE, QUANTITE POSITIVE)

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME INVVAL'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
              DISPLAY 'CARTES SYSIN FROM=AAAA-MM-JJ ET TO=AAAA-MM-JJ '
           .

      *****************************************************************
      * PRECHARGEMENT DES COUTS MOYENS (MEME PRINCIPE QUE LES         *
      * CACHES DE REFERENCE D'IMPVENTS)                               *
      *****************************************************************
       LOAD-COST-CACHE.
           IF WS-OPEN-AVAILABLE AND WS-RESIDUAL-VALUE NOT = 0
              DISPLAY 'RESIDU INEXPLIQUE AU PONT, A ANALYSER'
           END-IF
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-CLOSE-EVIDENCE
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
           MOVE 'INVVAL  ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-PRODUCTS-READ TO RH-RECORDS-READ
           MOVE WS-PRODUCTS-READ TO RH-RECORDS-OK
           MOVE ZERO TO RH-RECORDS-ERROR
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
      * PREUVE D'ETAPE DE CLOTURE POUR PERCLOSE (FVCLOSEV, AJOUT) :   *
      * PROGRAMME, DATE ARRETEE (CARTE TO=), FIN DE RUN ET            *
      * RETURN-CODE                                                   *
      *****************************************************************
       WRITE-CLOSE-EVIDENCE.
           OPEN EXTEND CLOSEV-FILE
           IF NOT WS-CE-OK
              OPEN OUTPUT CLOSEV-FILE
           END-IF
           IF NOT WS-CE-OK
              DISPLAY 'ERREUR ECRITURE PREUVES DE CLOTURE: '
                      WS-CE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'INVVAL  ' TO CE-PROGRAM
           MOVE WS-TO-DATE TO CE-ASOF-DATE
           MOVE FUNCTION CURRENT-DATE(1:20) TO CE-END-TS
           MOVE RETURN-CODE TO CE-RETURN-CODE
           WRITE CLOSEV-RECORD
           CLOSE CLOSEV-FILE
           .

      *****************************************************************
