       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMNT.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : MAINTENANCE DES COMMANDES PERMANENTES             *
      * OBJECTIF  : UNE QUARANTAINE DE CLIENTS COMMANDENT LES MEMES   *
      *             CONSOMMABLES CHAQUE SEMAINE OU CHAQUE MOIS ET UN  *
      *             EMPLOYE LES RESSAISISSAIT A CHAQUE FOIS. CE       *
      *             PROGRAMME APPLIQUE UN FICHIER DE MOUVEMENTS       *
      *             (CREATION / MODIFICATION / FERMETURE / REPRISE,   *
      *             MEME PRINCIPE QUE CUSTMNT) SUR LE MAITRE DES      *
      *             COMMANDES PERMANENTES FNSTOMST (FICHIER INDEXE,   *
      *             CLE = NUMERO DE COMMANDE PERMANENTE) : CLIENT,    *
      *             SITE DE LIVRAISON, VENDEUR, FREQUENCE (W = CHAQUE *
      *             SEMAINE, M = CHAQUE MOIS), DATES DE DEBUT ET DE   *
      *             FIN, PROCHAINE DATE D'EXECUTION ET JUSQU'A DIX    *
      *             LIGNES PRODUIT/QUANTITE. LE GENERATEUR DE NUIT    *
      *             STOGEN EN TIRE LES COMMANDES ECHUES ET AVANCE LA  *
      *             PROCHAINE DATE ; IL SUSPEND (STATUT 'S') CELLES   *
      *             D'UN CLIENT FERME OU D'UN PRODUIT ABANDONNE, QUE  *
      *             L'ACTION 'R' REMET EN SERVICE UNE FOIS CORRIGEES. *
      * ENTREE    : FNSTOMV (ACTION A/C/F/R + NUMERO + ENTETE +       *
      *             LIGNES), FNSHPMST (FACULTATIF)                    *
      * SORTIE    : MAJ FNSTOMST + RAPPORT (FREPORT)                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOMNT-FILE
               ASSIGN TO FNSTOMV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.

      * MAITRE DES COMMANDES PERMANENTES : FICHIER INDEXE CREE VIDE
      * AU PREMIER PASSAGE PUIS ENTRETENU EN I-O, COMME FNSHPMST
           SELECT STO-FILE
               ASSIGN TO FNSTOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-ST-STATUS.

      * MAITRE DES SITES DE LIVRAISON (FNSHPMST, TENU PAR SHIPMNT)
           SELECT SHIP-FILE
               ASSIGN TO FNSHPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MOUVEMENT COMMANDE PERMANENTE : 'A' = CREATION, 'C' =
      * MODIFICATION, 'F' = FERMETURE (SUPPRESSION), 'R' = REPRISE
      * D'UNE COMMANDE SUSPENDUE PAR STOGEN. DATES AU FORMAT
      * AAAA-MM-JJ, DATE DE FIN A BLANC = SANS ECHEANCE ; LES LIGNES
      * SONT PRISES DANS L'ORDRE, UNE LIGNE A BLANC EST IGNOREE
       FD  STOMNT-FILE.
       01 STOMNT-RECORD.
          05 SV-ACTION            PIC X(1).
             88 SV-ACTION-ADD                VALUE 'A'.
             88 SV-ACTION-CHANGE             VALUE 'C'.
             88 SV-ACTION-CLOSE              VALUE 'F'.
             88 SV-ACTION-RESUME             VALUE 'R'.
          05 SV-SO-NO             PIC 9(5).
          05 SV-CUST-NO           PIC 9(4).
          05 SV-SITE              PIC X(2).
          05 SV-EMP-NO            PIC 9(2).
          05 SV-FREQ              PIC X(1).
             88 SV-FREQ-VALID                VALUE 'W' 'M'.
          05 SV-START-DATE        PIC X(10).
          05 SV-END-DATE          PIC X(10).
          05 SV-LINE OCCURS 10 TIMES.
             10 SV-PROD-NO        PIC X(3).
             10 SV-QTY            PIC 9(2).

      * MAITRE DES COMMANDES PERMANENTES : ENTETE, ECHEANCE
      * THEORIQUE (ST-SCHED-DATE, CALCULEE PAR FREQUENCE A PARTIR DE
      * LA DATE DE DEBUT) ET PROCHAINE EXECUTION (ST-NEXT-RUN, LA
      * MEME REPORTEE AU JOUR OUVRE), STATUT 'A' = ACTIVE, 'S' =
      * SUSPENDUE (MOTIF ET DATE), 'T' = TERMINEE (DATE DE FIN
      * DEPASSEE) ; MEME DISPOSITION DANS STOGEN
       FD  STO-FILE.
       01 STO-RECORD.
          05 ST-KEY.
             10 ST-SO-NO          PIC 9(5).
          05 ST-CUST-NO           PIC 9(4).
          05 ST-SITE              PIC X(2).
          05 ST-EMP-NO            PIC 9(2).
          05 ST-FREQ              PIC X(1).
          05 ST-START-DATE        PIC X(10).
          05 ST-END-DATE          PIC X(10).
          05 ST-SCHED-DATE        PIC X(10).
          05 ST-NEXT-RUN          PIC X(10).
          05 ST-STATUS            PIC X(1).
             88 ST-ACTIVE                    VALUE 'A'.
             88 ST-SUSPENDED                 VALUE 'S'.
             88 ST-ENDED                     VALUE 'T'.
          05 ST-SUSP-DATE         PIC X(10).
          05 ST-SUSP-REASON       PIC X(30).
          05 ST-LAST-RUN          PIC X(10).
          05 ST-LAST-ORDER        PIC 9(7).
          05 ST-LINE-COUNT        PIC 9(2).
          05 ST-LINE OCCURS 10 TIMES.
             10 ST-PROD-NO        PIC X(3).
             10 ST-QTY            PIC 9(2).

      * MEME DISPOSITION QUE SHIP-RECORD DANS SHIPMNT
       FD  SHIP-FILE.
       01 SHIP-RECORD.
          05 SH-KEY.
             10 SH-CUST-NO        PIC 9(4).
             10 SH-SITE           PIC X(2).
          05 SH-NAME              PIC X(30).
          05 SH-ADDRESS           PIC X(40).
          05 SH-ZONE              PIC X(2).
          05 SH-COUNTRY           PIC X(2).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SV-STATUS            PIC XX         VALUE SPACES.
          88 WS-SV-OK                            VALUE '00'.
          88 WS-SV-EOF                           VALUE '10'.

       01 WS-ST-STATUS            PIC XX         VALUE SPACES.
          88 WS-ST-OK                            VALUE '00'.

       01 WS-SH-STATUS            PIC XX         VALUE SPACES.
          88 WS-SH-OK                            VALUE '00'.
       01 WS-SHIP-AVAIL-SW        PIC X          VALUE 'N'.
          88 WS-SHIP-AVAILABLE                   VALUE 'Y'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-APPLIED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REJECTED  PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.

      * CONTROLE DES DATES ET DES LIGNES DU MOUVEMENT
       01 WS-DATE-TXT             PIC X(10)      VALUE SPACES.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-VALID-SW        PIC X          VALUE 'N'.
          88 WS-DATE-VALID                       VALUE 'Y'.
       01 WS-LN-IX                PIC 9(2)       VALUE ZERO.
       01 WS-LN-IX2               PIC 9(2)       VALUE ZERO.
       01 WS-LN-COUNT             PIC 9(2)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'MAINTENANCE DES COMMANDES PERMANENTES (FNSTOMST)'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(11)      VALUE 'COMMANDE: '.
             10 WS-RPT-SO-NO      PIC 9(5).
             10 FILLER            PIC X(10)      VALUE '  CLIENT: '.
             10 WS-RPT-CUST       PIC 9(4).
             10 FILLER            PIC X(10)      VALUE '  ACTION: '.
             10 WS-RPT-ACTION     PIC X(1).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(45).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(13)      VALUE 'TOTAL LUS: '.
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - APPLIQUES: '
           .
             10 WS-RPT-APPLIED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - REJETES: '.
             10 WS-RPT-REJECTED   PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01 H-C-NO                  PIC 9(4).
       01 H-E-NO                  PIC 9(2).
       01 H-P-NO                  PIC X(3).
       01 H-P-ACTIVE              PIC X(1).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-FILE
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME STOMNT'

           OPEN INPUT STOMNT-FILE
           IF NOT WS-SV-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER MOUVEMENTS: '
                      WS-SV-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN I-O STO-FILE
           IF NOT WS-ST-OK
              DISPLAY 'ERREUR OUVERTURE MAITRE FNSTOMST: '
                      WS-ST-STATUS
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

           OPEN INPUT SHIP-FILE
           IF WS-SH-OK
              MOVE 'Y' TO WS-SHIP-AVAIL-SW
           ELSE
              DISPLAY 'PAS DE MAITRE DES SITES DE LIVRAISON ('
                      WS-SH-STATUS '), SITES NON CONTROLES'
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       PROCESS-FILE.
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-SV-EOF
                   PERFORM PROCESS-RECORD
                   PERFORM READ-NEXT-RECORD
           END-PERFORM
           .

       READ-NEXT-RECORD.
           READ STOMNT-FILE
           IF WS-SV-OK
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF WS-SV-EOF
                 DISPLAY 'FIN DE FICHIER MOUVEMENTS'
              ELSE
                 DISPLAY 'ERREUR LECTURE MOUVEMENTS, STATUS: '
                         WS-SV-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
              END-IF
           END-IF
           .

      *****************************************************************
      * TRAITEMENT D'UN MOUVEMENT DE COMMANDE PERMANENTE              *
      *****************************************************************
       PROCESS-RECORD.
           MOVE SPACES TO WS-RPT-STATUS
           IF SV-SO-NO NOT NUMERIC OR SV-SO-NO = ZERO
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'NUMERO DE COMMANDE PERMANENTE INVALIDE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SV-SO-NO TO ST-SO-NO

           EVALUATE TRUE
              WHEN SV-ACTION-ADD
                 PERFORM ADD-STANDING-ORDER
              WHEN SV-ACTION-CHANGE
                 PERFORM CHANGE-STANDING-ORDER
              WHEN SV-ACTION-CLOSE
                 PERFORM CLOSE-STANDING-ORDER
              WHEN SV-ACTION-RESUME
                 PERFORM RESUME-STANDING-ORDER
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-REJECTED
                 MOVE 'CODE ACTION INCONNU' TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
           END-EVALUATE
           .

      *****************************************************************
      * CREATION : LA PREMIERE ECHEANCE EST LA DATE DE DEBUT ; UNE   *
      * DATE DE DEBUT QUI TOMBE UN JOUR CHOME EST PRISE PAR LE       *
      * PREMIER RUN STOGEN QUI LA DEPASSE                            *
      *****************************************************************
       ADD-STANDING-ORDER.
           PERFORM VALIDATE-MOVEMENT
           IF WS-RPT-STATUS NOT = SPACES
              ADD 1 TO WS-RECORDS-REJECTED
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES          TO STO-RECORD
           MOVE SV-SO-NO        TO ST-SO-NO
           PERFORM MOVE-MOVEMENT-TO-MASTER
           MOVE SV-START-DATE   TO ST-START-DATE
           MOVE SV-START-DATE   TO ST-SCHED-DATE
           MOVE SV-START-DATE   TO ST-NEXT-RUN
           MOVE 'A'             TO ST-STATUS
           MOVE ZERO            TO ST-LAST-ORDER
           WRITE STO-RECORD
           EVALUATE TRUE
              WHEN WS-ST-OK
                 ADD 1 TO WS-RECORDS-APPLIED
                 MOVE 'COMMANDE PERMANENTE CREEE' TO WS-RPT-STATUS
              WHEN WS-ST-STATUS = '22'
                 ADD 1 TO WS-RECORDS-REJECTED
                 MOVE 'COMMANDE PERMANENTE DEJA EXISTANTE'
                    TO WS-RPT-STATUS
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'ERREUR ECRITURE MAITRE' TO WS-RPT-STATUS
                 DISPLAY 'ERREUR ECRITURE FNSTOMST ' SV-SO-NO
                         ' STATUS ' WS-ST-STATUS
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * MODIFICATION : ENTETE ET LIGNES REMPLACES ; L'ECHEANCIER     *
      * N'EST REINITIALISE QUE SI LA DATE DE DEBUT CHANGE. LE STATUT *
      * EST CONSERVE (UNE COMMANDE SUSPENDUE SE REPREND PAR 'R')     *
      *****************************************************************
       CHANGE-STANDING-ORDER.
           PERFORM VALIDATE-MOVEMENT
           IF WS-RPT-STATUS NOT = SPACES
              ADD 1 TO WS-RECORDS-REJECTED
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           READ STO-FILE
           IF NOT WS-ST-OK
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'COMMANDE PERMANENTE INCONNUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-MOVEMENT-TO-MASTER
           IF SV-START-DATE NOT = ST-START-DATE
              MOVE SV-START-DATE TO ST-START-DATE
              MOVE SV-START-DATE TO ST-SCHED-DATE
              MOVE SV-START-DATE TO ST-NEXT-RUN
              IF ST-ENDED
                 MOVE 'A' TO ST-STATUS
              END-IF
           END-IF
           REWRITE STO-RECORD
           IF WS-ST-OK
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'COMMANDE PERMANENTE MODIFIEE' TO WS-RPT-STATUS
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR REECRITURE MAITRE' TO WS-RPT-STATUS
              DISPLAY 'ERREUR REECRITURE FNSTOMST ' SV-SO-NO
                      ' STATUS ' WS-ST-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * FERMETURE D'UNE COMMANDE PERMANENTE (SUPPRESSION)            *
      *****************************************************************
       CLOSE-STANDING-ORDER.
           READ STO-FILE
           IF NOT WS-ST-OK
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'COMMANDE PERMANENTE INCONNUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           DELETE STO-FILE
           IF WS-ST-OK
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'COMMANDE PERMANENTE FERMEE' TO WS-RPT-STATUS
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR SUPPRESSION MAITRE' TO WS-RPT-STATUS
              DISPLAY 'ERREUR SUPPRESSION FNSTOMST ' SV-SO-NO
                      ' STATUS ' WS-ST-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * REPRISE D'UNE COMMANDE SUSPENDUE PAR STOGEN : LE CLIENT ET   *
      * LES PRODUITS SONT RECONTROLES, LE MOTIF EST EFFACE ; LA      *
      * PROCHAINE ECHEANCE RESTE CELLE QUI A ETE SUSPENDUE, STOGEN   *
      * LA SERT AU RUN SUIVANT PUIS SAUTE LES PERIODES MANQUEES      *
      *****************************************************************
       RESUME-STANDING-ORDER.
           READ STO-FILE
           IF NOT WS-ST-OK
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'COMMANDE PERMANENTE INCONNUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF NOT ST-SUSPENDED
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'REPRISE REFUSEE, COMMANDE NON SUSPENDUE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MASTER-REFERENCES
           IF WS-RPT-STATUS NOT = SPACES
              ADD 1 TO WS-RECORDS-REJECTED
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'A'    TO ST-STATUS
           MOVE SPACES TO ST-SUSP-DATE
           MOVE SPACES TO ST-SUSP-REASON
           REWRITE STO-RECORD
           IF WS-ST-OK
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'COMMANDE PERMANENTE REPRISE' TO WS-RPT-STATUS
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR REECRITURE MAITRE' TO WS-RPT-STATUS
              DISPLAY 'ERREUR REECRITURE FNSTOMST ' SV-SO-NO
                      ' STATUS ' WS-ST-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * REPORT DU MOUVEMENT SUR LE MAITRE (ENTETE ET LIGNES TASSEES) *
      *****************************************************************
       MOVE-MOVEMENT-TO-MASTER.
           MOVE SV-CUST-NO   TO ST-CUST-NO
           MOVE SV-SITE      TO ST-SITE
           MOVE SV-EMP-NO    TO ST-EMP-NO
           MOVE SV-FREQ      TO ST-FREQ
           MOVE SV-END-DATE  TO ST-END-DATE
           MOVE ZERO         TO ST-LINE-COUNT
           PERFORM VARYING WS-LN-IX FROM 1 BY 1 UNTIL WS-LN-IX > 10
              MOVE SPACES TO ST-PROD-NO(WS-LN-IX)
              MOVE ZERO   TO ST-QTY(WS-LN-IX)
           END-PERFORM
           PERFORM VARYING WS-LN-IX FROM 1 BY 1 UNTIL WS-LN-IX > 10
              IF SV-PROD-NO(WS-LN-IX) NOT = SPACES
                 ADD 1 TO ST-LINE-COUNT
                 MOVE SV-PROD-NO(WS-LN-IX)
                    TO ST-PROD-NO(ST-LINE-COUNT)
                 MOVE SV-QTY(WS-LN-IX)
                    TO ST-QTY(ST-LINE-COUNT)
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * CONTROLE D'UN MOUVEMENT DE CREATION OU DE MODIFICATION :     *
      * FREQUENCE, DATES, CLIENT, VENDEUR, SITE ET LIGNES ;          *
      * WS-RPT-STATUS A BLANC = CONFORME                             *
      *****************************************************************
       VALIDATE-MOVEMENT.
           MOVE SPACES TO WS-RPT-STATUS
           IF SV-CUST-NO NOT NUMERIC OR SV-EMP-NO NOT NUMERIC
              MOVE 'CLIENT OU VENDEUR NON NUMERIQUE' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           IF NOT SV-FREQ-VALID
              MOVE 'FREQUENCE INVALIDE (W/M)' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE SV-START-DATE TO WS-DATE-TXT
           PERFORM CHECK-DATE
           IF NOT WS-DATE-VALID
              MOVE 'DATE DE DEBUT INVALIDE' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           IF SV-END-DATE NOT = SPACES
              MOVE SV-END-DATE TO WS-DATE-TXT
              PERFORM CHECK-DATE
              IF NOT WS-DATE-VALID
                 MOVE 'DATE DE FIN INVALIDE' TO WS-RPT-STATUS
                 EXIT PARAGRAPH
              END-IF
              IF SV-END-DATE < SV-START-DATE
                 MOVE 'DATE DE FIN ANTERIEURE AU DEBUT'
                    TO WS-RPT-STATUS
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE SV-EMP-NO TO H-E-NO
           EXEC SQL SELECT 1 FROM API9.EMPLOYEES
                      WHERE E_NO = :H-E-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VENDEUR INCONNU' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-LN-COUNT
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > 10 OR WS-RPT-STATUS NOT = SPACES
              IF SV-PROD-NO(WS-LN-IX) NOT = SPACES
                 ADD 1 TO WS-LN-COUNT
                 PERFORM VALIDATE-MOVEMENT-LINE
              END-IF
           END-PERFORM
           IF WS-RPT-STATUS NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-COUNT = 0
              MOVE 'COMMANDE PERMANENTE SANS LIGNE' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF

           MOVE SV-CUST-NO TO ST-CUST-NO
           MOVE SV-SITE    TO ST-SITE
           PERFORM CHECK-CUSTOMER-AND-SITE
           .

      * UNE LIGNE : QUANTITE 1 A 99 (LIMITE DU FORMAT DES VENTES),
      * PRODUIT ACTIF AU CATALOGUE, PAS DE PRODUIT EN DOUBLE
       VALIDATE-MOVEMENT-LINE.
           IF SV-QTY(WS-LN-IX) NOT NUMERIC
              OR SV-QTY(WS-LN-IX) = ZERO
              MOVE 'QUANTITE INVALIDE POUR LE PRODUIT '
                 TO WS-RPT-STATUS
              MOVE SV-PROD-NO(WS-LN-IX) TO WS-RPT-STATUS(35:3)
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LN-IX2 FROM 1 BY 1
                   UNTIL WS-LN-IX2 >= WS-LN-IX
              IF SV-PROD-NO(WS-LN-IX2) = SV-PROD-NO(WS-LN-IX)
                 MOVE 'PRODUIT EN DOUBLE DANS LA COMMANDE '
                    TO WS-RPT-STATUS
                 MOVE SV-PROD-NO(WS-LN-IX) TO WS-RPT-STATUS(36:3)
              END-IF
           END-PERFORM
           IF WS-RPT-STATUS NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SV-PROD-NO(WS-LN-IX) TO H-P-NO
           PERFORM CHECK-PRODUCT-ACTIVE
           .

      *****************************************************************
      * RECONTROLE DU MAITRE A LA REPRISE : CLIENT, SITE ET PRODUITS *
      * DOIVENT DE NOUVEAU ETRE VALIDES                              *
      *****************************************************************
       CHECK-MASTER-REFERENCES.
           MOVE SPACES TO WS-RPT-STATUS
           PERFORM CHECK-CUSTOMER-AND-SITE
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > ST-LINE-COUNT
                      OR WS-RPT-STATUS NOT = SPACES
              MOVE ST-PROD-NO(WS-LN-IX) TO H-P-NO
              PERFORM CHECK-PRODUCT-ACTIVE
           END-PERFORM
           .

      * LE CLIENT DOIT EXISTER (UN CLIENT FERME PAR CUSTMNT EST
      * SUPPRIME DE API9.CUSTOMERS) ; UN SITE NON BLANC DOIT EXISTER
      * AU MAITRE DES SITES DU CLIENT
       CHECK-CUSTOMER-AND-SITE.
           IF WS-RPT-STATUS NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE ST-CUST-NO TO H-C-NO
           EXEC SQL SELECT 1 FROM API9.CUSTOMERS
                      WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CLIENT INCONNU OU FERME' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           IF ST-SITE = SPACES OR NOT WS-SHIP-AVAILABLE
              EXIT PARAGRAPH
           END-IF
           MOVE ST-CUST-NO TO SH-CUST-NO
           MOVE ST-SITE    TO SH-SITE
           READ SHIP-FILE
           IF NOT WS-SH-OK
              MOVE 'SITE DE LIVRAISON INCONNU' TO WS-RPT-STATUS
           END-IF
           .

      * UN PRODUIT RETIRE (SUPPRIME) OU DESACTIVE PAR DISCPRODS (ET
      * PROPAGE DANS API9 PAR SYNCPROD) NE PEUT PAS ETRE COMMANDE
       CHECK-PRODUCT-ACTIVE.
           MOVE SPACE TO H-P-ACTIVE
           EXEC SQL
               SELECT COALESCE(ACTIVE,'Y') INTO :H-P-ACTIVE
                 FROM API9.PRODUCTS
                WHERE P_NO = :H-P-NO
           END-EXEC
           IF SQLCODE NOT = 0 OR H-P-ACTIVE = 'N'
              MOVE 'PRODUIT INCONNU OU ABANDONNE : ' TO WS-RPT-STATUS
              MOVE H-P-NO TO WS-RPT-STATUS(32:3)
           END-IF
           .

      *****************************************************************
      * CONTROLE D'UNE DATE AAAA-MM-JJ                               *
      *****************************************************************
       CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-DATE-TXT(1:4) NOT NUMERIC
              OR WS-DATE-TXT(5:1) NOT = '-'
              OR WS-DATE-TXT(6:2) NOT NUMERIC
              OR WS-DATE-TXT(8:1) NOT = '-'
              OR WS-DATE-TXT(9:2) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TXT(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-DATE-TXT(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-DATE-TXT(9:2) TO WS-DATE-CCYYMMDD(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DATE-VALID-SW
           .

       WRITE-DETAIL-LINE.
      * LES MOUVEMENTS F/R NE PORTENT QUE LE NUMERO : LE CLIENT EST
      * ALORS PRIS SUR LE MAITRE LU
           MOVE SV-SO-NO   TO WS-RPT-SO-NO
           MOVE ZERO       TO WS-RPT-CUST
           IF SV-CUST-NO NUMERIC
              MOVE SV-CUST-NO TO WS-RPT-CUST
           ELSE
              IF WS-ST-OK AND ST-SO-NO = SV-SO-NO
                 MOVE ST-CUST-NO TO WS-RPT-CUST
              END-IF
           END-IF
           MOVE SV-ACTION  TO WS-RPT-ACTION
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       FINALIZATION.
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME STOMNT'
           DISPLAY 'TOTAL MOUVEMENTS LUS: ' WS-RECORDS-READ
           DISPLAY 'TOTAL APPLIQUES: ' WS-RECORDS-APPLIED
           DISPLAY 'TOTAL REJETES: ' WS-RECORDS-REJECTED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           IF WS-RECORDS-ERROR > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-RECORDS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

       WRITE-SUMMARY.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ     TO WS-RPT-TOTAL
           MOVE WS-RECORDS-APPLIED  TO WS-RPT-APPLIED
           MOVE WS-RECORDS-REJECTED TO WS-RPT-REJECTED
           MOVE WS-RECORDS-ERROR    TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
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

       CLOSE-FILES.
           CLOSE STOMNT-FILE
           CLOSE STO-FILE
           CLOSE REPORT-FILE
           IF WS-SHIP-AVAILABLE
              CLOSE SHIP-FILE
           END-IF
           .
