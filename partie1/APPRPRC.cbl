      * OBJECTIF  : IMPPRODS MET EN ATTENTE DANS FNPRPEND LES         *
      *             REPRICAGES QUI S'ECARTENT DE L'ANCIEN PRIX DE     *
      *             PLUS DE LA TOLERANCE (UPDATE-PRODUCT-PRICE).      *
      *             ILS SONT APPROUVES OU REFUSES EN LIGNE (ECRAN     *
      *             PRCAPP03, FICHIER DE REVUE PRPEND03) PAR UN       *
      *             AUTRE UTILISATEUR QUE L'AUTEUR DU CHARGEMENT.     *
      *             CE PROGRAMME, PASSE CHAQUE NUIT APRES IMPPRODS :  *
      *             1) PARCOURT PRPEND03 : UN REPRICAGE APPROUVE EST  *
      *                HISTORISE DANS API7.PRICE_HISTORY AVEC LE      *
      *                LOGIN DE L'APPROBATEUR PUIS APPLIQUE A         *
      *                API7.PRODUCTS.PRICE ; UN REPRICAGE REFUSE PART *
      *                DANS FNPRREFU, RENVOYE A L'EMETTEUR DU FICHIER *
      *                PRODUITS AVEC LE MOTIF ; DANS LES DEUX CAS     *
      *                L'ENREGISTREMENT DE REVUE EST SUPPRIME. LES    *
      *                REPRICAGES SANS DECISION RESTENT EN ATTENTE.   *
      *             2) INSCRIT DANS PRPEND03 LES REPRICAGES MIS EN    *
      *                ATTENTE PAR LE DERNIER IMPPRODS (FNPRPEND) ;   *
      *                UN NOUVEAU REPRICAGE D'UN PRODUIT DEJA EN      *
      *                ATTENTE REMPLACE L'ANCIEN ET ANNULE SA         *
      *                DECISION EVENTUELLE.                           *
      *             LE FICHIER PRPEND03 DOIT ETRE FERME DANS CICS     *
      *             PENDANT LE PASSAGE.                               *
      * ENTREE    : PRPEND03 (DECISIONS), FNPRPEND (REPRICAGES MIS EN *
      *             ATTENTE PAR IMPPRODS, FACULTATIF)                 *
      * SORTIE    : MAJ API7.PRODUCTS + API7.PRICE_HISTORY, PRPEND03  *
      *             (MAJ), FNPRREFU (REFUS A L'EMETTEUR), RAPPORT     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

      * FICHIER DE REVUE PARTAGE AVEC L'ECRAN PRCAPP03 (CICS)
           SELECT REVIEW-FILE
               ASSIGN TO PRPEND03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-RV-STATUS.

      * REPRICAGES REFUSES, RENVOYES A L'EMETTEUR DU FICHIER PRODUITS
      * (MEME ROLE QUE FNPRREJ POUR LES LIGNES REJETEES PAR IMPPRODS)
           SELECT REFUSED-FILE
               ASSIGN TO FNPRREFU
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
          05 PP-NEW-PRICE         PIC 9(5)V99.
          05 FILLER               PIC X(1).
          05 PP-TIMESTAMP         PIC X(20).
          05 FILLER               PIC X(1).
          05 PP-LOADED-BY         PIC X(8).

      * MEME DISPOSITION QUE LE COPYBOOK CICS PRPEND03 (PARTIE4) ;
      * PV-PENDING REPREND PENDPRICE-RECORD
       FD  REVIEW-FILE.
       01 PRPEND03-REC.
          05 PV-PENDING.
             10 PV-KEY.
                15 PV-PROD-NO     PIC X(3).
             10 FILLER            PIC X(1).
             10 PV-OLD-PRICE      PIC 9(5)V99.
             10 FILLER            PIC X(1).
             10 PV-NEW-PRICE      PIC 9(5)V99.
             10 FILLER            PIC X(1).
             10 PV-TIMESTAMP      PIC X(20).
             10 FILLER            PIC X(1).
             10 PV-LOADED-BY      PIC X(8).
          05 FILLER               PIC X(1).
          05 PV-DECISION          PIC X(1).
             88 PV-UNDECIDED                     VALUE ' '.
             88 PV-APPROVE                       VALUE 'A'.
             88 PV-REFUSE                        VALUE 'R'.
          05 FILLER               PIC X(1).
          05 PV-COMMENT           PIC X(20).
          05 FILLER               PIC X(1).
          05 PV-APPROVER          PIC X(8).
          05 FILLER               PIC X(1).
          05 PV-DECISION-TS       PIC X(20).

      * REFUS A L'EMETTEUR : PRODUIT, PRIX PROPOSE, PRIX MAINTENU,
      * CODE MOTIF (R010 = REPRICAGE REFUSE A L'APPROBATION, A LA
      * SUITE DES CODES R0NN DE FNPRREJ) ET COMMENTAIRE DU REFUS
       FD  REFUSED-FILE.
       01 REFUSED-RECORD.
          05 RF-PROD-NO           PIC X(3).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RF-NEW-PRICE         PIC 9(5)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RF-OLD-PRICE         PIC 9(5)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RF-REASON-CODE       PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RF-REASON-TEXT       PIC X(20).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RF-TIMESTAMP         PIC X(20).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).
          88 WS-PP-OK                            VALUE '00'.
          88 WS-PP-EOF                           VALUE '10'.

       01 WS-RV-STATUS            PIC XX         VALUE SPACES.
          88 WS-RV-OK                            VALUE '00'.
          88 WS-RV-EOF                           VALUE '10'.

       01 WS-RF-STATUS            PIC XX         VALUE SPACES.
          88 WS-RF-OK                            VALUE '00'.

      * FNPRPEND ABSENT (PAS D'IMPPRODS CETTE NUIT) : SEULES LES
      * DECISIONS DEJA PRISES SONT TRAITEES
       01 WS-PP-OPEN-SW           PIC X          VALUE 'N'.
          88 WS-PP-OPEN                          VALUE 'Y'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

          05 WS-RECORDS-APPLIED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-SKIPPED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REFUSED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-WAITING   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-NEW       PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REPLACED  PIC 9(5)       VALUE ZERO.
      * LA REVUE PEUT-ELLE ETRE SUPPRIMEE (REPRICAGE APPLIQUE OU
      * DEVENU SANS OBJET) ? 'N' = ERREUR, REVUE GARDEE POUR RELANCE
       01 WS-REVIEW-DONE-SW       PIC X          VALUE 'N'.
          88 WS-REVIEW-DONE                      VALUE 'Y'.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'APPLICATION DES REPRICAGES APPROUVES (PRPEND03)'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(10)      VALUE 'PRODUIT: '.
             10 WS-RPT-NEW        PIC ZZ,ZZ9.99.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(40).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-APPROVER   PIC X(8).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-COMMENT    PIC X(20).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(13)      VALUE 'TOTAL LUS: '.
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 WS-RPT-SKIPPED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-SUMMARY-LINE-2.
             10 FILLER            PIC X(19)      VALUE
                'REFUSES RENVOYES: '.
             10 WS-RPT-REFUSED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(27)      VALUE
                ' - EN ATTENTE DE DECISION: '.
             10 WS-RPT-WAITING    PIC ZZ,ZZ9.
             10 FILLER            PIC X(22)      VALUE
                ' - NOUVEAUX INSCRITS: '.
             10 WS-RPT-REGISTERED PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE
                ' - REMPLACES: '.
             10 WS-RPT-REPLACED   PIC ZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
                                                 VALUE +0.
       01 H-OLD-PRICE             PIC S9(5)V9(2) USAGE COMP-3
                                                 VALUE +0.
      * COLONNE APPROVED_BY SUR API7.PRICE_HISTORY : LOGIN DE
      * L'APPROBATEUR DU REPRICAGE (NULL POUR LES REPRICAGES DANS LA
      * TOLERANCE D'IMPPRODS ET LES PRIX FUTURS DE PRCACTIV) - A
      * AJOUTER AU SCHEMA EXISTANT
       01 H-APPROVER              PIC X(8).

       PROCEDURE DIVISION.


       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME APPRPRC'
      * LE FICHIER DE REVUE EST DEFINI VIDE A L'INSTALLATION : SANS
      * LUI AUCUNE DECISION NE PEUT ETRE LUE
           OPEN I-O REVIEW-FILE
           IF NOT WS-RV-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DE REVUE PRPEND03: '
                      WS-RV-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PENDPRICE-FILE
           IF WS-PP-OK
              MOVE 'Y' TO WS-PP-OPEN-SW
           ELSE
              DISPLAY 'PAS DE NOUVEAU REPRICAGE EN ATTENTE ('
                      WS-PP-STATUS ')'
           END-IF
           OPEN OUTPUT REFUSED-FILE
           IF NOT WS-RF-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DES REFUS: '
                      WS-RF-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REVIEW-FILE
              IF WS-PP-OPEN
                 CLOSE PENDPRICE-FILE
              END-IF
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REVIEW-FILE
              CLOSE REFUSED-FILE
              IF WS-PP-OPEN
                 CLOSE PENDPRICE-FILE
              END-IF
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LES DECISIONS DEJA PRISES SONT TRAITEES AVANT L'INSCRIPTION   *
      * DES NOUVEAUX REPRICAGES : UN REPRICAGE MIS EN ATTENTE CETTE   *
      * NUIT N'EST JAMAIS APPLIQUE SANS AVOIR ETE VU A L'ECRAN        *
      *****************************************************************
       PROCESS-FILE.
           PERFORM PROCESS-DECISIONS
           IF WS-PP-OPEN
              PERFORM REGISTER-NEW-PENDING
           END-IF
           .

       PROCESS-DECISIONS.
           MOVE LOW-VALUES TO PV-KEY
           START REVIEW-FILE KEY IS NOT LESS THAN PV-KEY
              INVALID KEY
                 MOVE '10' TO WS-RV-STATUS
           END-START
           IF WS-RV-OK
              PERFORM READ-NEXT-REVIEW
           END-IF
           PERFORM UNTIL NOT WS-RV-OK
                   PERFORM PROCESS-ONE-DECISION
                   PERFORM READ-NEXT-REVIEW
           END-PERFORM
           .

       READ-NEXT-REVIEW.
           READ REVIEW-FILE NEXT RECORD
              AT END
                 MOVE '10' TO WS-RV-STATUS
           END-READ
           IF WS-RV-OK
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF NOT WS-RV-EOF
                 DISPLAY 'ERREUR LECTURE FICHIER DE REVUE, STATUS: '
                         WS-RV-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
              END-IF
           END-IF
           .

      *****************************************************************
      * UN REPRICAGE PAR DECISION : APPROUVE = APPLIQUE, REFUSE =     *
      * RENVOYE A L'EMETTEUR, SANS DECISION = LAISSE EN ATTENTE. UNE  *
      * DECISION PRISE PAR L'AUTEUR DU CHARGEMENT (CONTROLEE A        *
      * L'ECRAN, RECONTROLEE ICI) EST ANNULEE                         *
      *****************************************************************
       PROCESS-ONE-DECISION.
           EVALUATE TRUE
              WHEN PV-LOADED-BY NOT = SPACES
                   AND PV-APPROVER = PV-LOADED-BY
                 ADD 1 TO WS-RECORDS-WAITING
                 MOVE SPACE  TO PV-DECISION
                 MOVE SPACES TO PV-COMMENT PV-APPROVER PV-DECISION-TS
                 REWRITE PRPEND03-REC
                    INVALID KEY
                       ADD 1 TO WS-RECORDS-ERROR
                 END-REWRITE
                 MOVE 'DECISION DE L''AUTEUR DU CHARGEMENT ANNULEE'
                    TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
              WHEN PV-APPROVE
                 PERFORM APPLY-ONE-REPRICE
                 IF WS-REVIEW-DONE
                    PERFORM DELETE-REVIEW-RECORD
                 END-IF
              WHEN PV-REFUSE
                 PERFORM REFUSE-ONE-REPRICE
                 PERFORM DELETE-REVIEW-RECORD
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-WAITING
                 MOVE 'EN ATTENTE DE DECISION' TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
           END-EVALUATE
           .

       DELETE-REVIEW-RECORD.
           DELETE REVIEW-FILE RECORD
              INVALID KEY
                 DISPLAY 'ERREUR SUPPRESSION REVUE PRODUIT '
                         PV-PROD-NO ' STATUS ' WS-RV-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
           END-DELETE
           .

      *****************************************************************
      * APPLICATION D'UN REPRICAGE APPROUVE : L'ANCIEN PRIX EST RELU  *
      * EN BASE (IL A PU BOUGER DEPUIS LA MISE EN ATTENTE), HISTORISE *
      * DANS API7.PRICE_HISTORY AVEC L'APPROBATEUR PUIS REMPLACE ;    *
      * VALIDATION IMMEDIATE AVANT SUPPRESSION DE LA REVUE. EN CAS    *
      * D'ERREUR LA REVUE EST CONSERVEE POUR LE PASSAGE SUIVANT       *
      *****************************************************************
       APPLY-ONE-REPRICE.
           MOVE 'N' TO WS-REVIEW-DONE-SW
           MOVE PV-PROD-NO   TO H-PRODUCT-NO
           MOVE PV-NEW-PRICE TO H-PRICE
           MOVE PV-APPROVER  TO H-APPROVER
           EXEC SQL
               SELECT PRICE INTO :H-OLD-PRICE
                 FROM API7.PRODUCTS
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-RECORDS-SKIPPED
              MOVE 'Y' TO WS-REVIEW-DONE-SW
              MOVE 'PRODUIT DISPARU, REPRICAGE IGNORE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR LECTURE ANCIEN PRIX' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              DISPLAY 'ERREUR LECTURE PRODUIT ' PV-PROD-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           IF H-OLD-PRICE = H-PRICE
              ADD 1 TO WS-RECORDS-SKIPPED
              MOVE 'Y' TO WS-REVIEW-DONE-SW
              MOVE 'PRIX DEJA EN VIGUEUR, IGNORE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH

           EXEC SQL
               INSERT INTO API7.PRICE_HISTORY
               (P_NO, OLD_PRICE, NEW_PRICE, EFFECTIVE_DATE,
                APPROVED_BY)
               VALUES
               (:H-PRODUCT-NO, :H-OLD-PRICE, :H-PRICE, CURRENT DATE,
                :H-APPROVER)
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR HISTORISATION PRIX' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              DISPLAY 'ERREUR HISTORISATION PRODUIT ' PV-PROD-NO
                      ' SQLCODE ' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF

                WHERE P_NO = :H-PRODUCT-NO
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'Y' TO WS-REVIEW-DONE-SW
              MOVE 'REPRICAGE APPLIQUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR MISE A JOUR PRIX' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              DISPLAY 'ERREUR MAJ PRIX PRODUIT ' PV-PROD-NO
                      ' SQLCODE ' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
           END-IF
           .

      *****************************************************************
      * REPRICAGE REFUSE : RENVOI A L'EMETTEUR (FNPRREFU) AVEC LE     *
      * COMMENTAIRE DE L'APPROBATEUR ; LE PRIX EN BASE NE BOUGE PAS   *
      *****************************************************************
       REFUSE-ONE-REPRICE.
           MOVE SPACES          TO REFUSED-RECORD
           MOVE PV-PROD-NO      TO RF-PROD-NO
           MOVE PV-NEW-PRICE    TO RF-NEW-PRICE
           MOVE PV-OLD-PRICE    TO RF-OLD-PRICE
           MOVE 'R010'          TO RF-REASON-CODE
           MOVE PV-COMMENT      TO RF-REASON-TEXT
           MOVE PV-DECISION-TS  TO RF-TIMESTAMP
           WRITE REFUSED-RECORD
           IF NOT WS-RF-OK
              DISPLAY 'ERREUR ECRITURE FNPRREFU PRODUIT ' PV-PROD-NO
                      ' STATUS ' WS-RF-STATUS
              ADD 1 TO WS-RECORDS-ERROR
           END-IF
           ADD 1 TO WS-RECORDS-REFUSED
           MOVE 'REPRICAGE REFUSE, RENVOYE A L''EMETTEUR'
              TO WS-RPT-STATUS
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * INSCRIPTION DES REPRICAGES MIS EN ATTENTE PAR IMPPRODS : UN   *
      * PRODUIT DEJA EN REVUE EST REMPLACE (NOUVEAU PRIX PROPOSE,     *
      * DECISION ANNULEE, L'ANCIENNE PORTAIT SUR UN AUTRE PRIX)       *
      *****************************************************************
       REGISTER-NEW-PENDING.
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL NOT WS-PP-OK
                   PERFORM REGISTER-ONE-PENDING
                   PERFORM READ-NEXT-RECORD
           END-PERFORM
           .

       READ-NEXT-RECORD.
           READ PENDPRICE-FILE
           IF NOT WS-PP-OK
              IF WS-PP-EOF
                 DISPLAY 'FIN DE FICHIER PRIX EN ATTENTE'
              ELSE
                 DISPLAY 'ERREUR LECTURE PRIX EN ATTENTE, STATUS: '
                         WS-PP-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
              END-IF
           END-IF
           .

       REGISTER-ONE-PENDING.
           MOVE PP-PROD-NO TO PV-PROD-NO
           READ REVIEW-FILE
              KEY IS PV-KEY
              INVALID KEY
                 MOVE SPACES           TO PRPEND03-REC
                 MOVE PENDPRICE-RECORD TO PV-PENDING
                 WRITE PRPEND03-REC
                    INVALID KEY
                       ADD 1 TO WS-RECORDS-ERROR
                 END-WRITE
                 ADD 1 TO WS-RECORDS-NEW
                 MOVE 'INSCRIT EN ATTENTE D''APPROBATION'
                    TO WS-RPT-STATUS
              NOT INVALID KEY
                 MOVE SPACES           TO PRPEND03-REC
                 MOVE PENDPRICE-RECORD TO PV-PENDING
                 REWRITE PRPEND03-REC
                    INVALID KEY
                       ADD 1 TO WS-RECORDS-ERROR
                 END-REWRITE
                 ADD 1 TO WS-RECORDS-REPLACED
                 MOVE 'REMPLACE LE REPRICAGE EN ATTENTE'
                    TO WS-RPT-STATUS
           END-READ
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-DETAIL-LINE.
           MOVE PV-PROD-NO   TO WS-RPT-PRODUCT
           MOVE PV-OLD-PRICE TO WS-RPT-OLD
           MOVE PV-NEW-PRICE TO WS-RPT-NEW
           MOVE PV-APPROVER  TO WS-RPT-APPROVER
           MOVE PV-COMMENT   TO WS-RPT-COMMENT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

           MOVE WS-RECORDS-SKIPPED TO WS-RPT-SKIPPED
           MOVE WS-RECORDS-ERROR   TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-RECORDS-REFUSED  TO WS-RPT-REFUSED
           MOVE WS-RECORDS-WAITING  TO WS-RPT-WAITING
           MOVE WS-RECORDS-NEW      TO WS-RPT-REGISTERED
           MOVE WS-RECORDS-REPLACED TO WS-RPT-REPLACED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           IF WS-PP-OPEN
              CLOSE PENDPRICE-FILE
           END-IF
           CLOSE REVIEW-FILE
           CLOSE REFUSED-FILE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME APPRPRC'
           DISPLAY 'TOTAL LUS: ' WS-RECORDS-READ
           DISPLAY 'TOTAL APPLIQUES: ' WS-RECORDS-APPLIED
           DISPLAY 'TOTAL REFUSES: ' WS-RECORDS-REFUSED
           DISPLAY 'TOTAL EN ATTENTE: ' WS-RECORDS-WAITING
           DISPLAY 'TOTAL NOUVEAUX: ' WS-RECORDS-NEW
           DISPLAY 'TOTAL IGNORES: ' WS-RECORDS-SKIPPED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           .
