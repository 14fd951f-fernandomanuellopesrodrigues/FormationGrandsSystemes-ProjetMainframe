       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRLAPPL.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : MOUVEMENTS DES PLAFONDS D'ENCOURS APPROUVES       *
      * OBJECTIF  : LA REVUE TRIMESTRIELLE CRLREV INSCRIT DANS LE     *
      *             FICHIER DE REVUE CRLPND03 LES HAUSSES ET BAISSES  *
      *             DE PLAFOND PROPOSEES ; LE SERVICE CREDIT LES      *
      *             APPROUVE OU LES REFUSE EN LIGNE (ECRAN CRLAPP03). *
      *             CE PROGRAMME, PASSE CHAQUE NUIT AVANT CUSTMNT,    *
      *             PARCOURT CRLPND03 :                               *
      *             - UNE PROPOSITION APPROUVEE DONNE UN MOUVEMENT    *
      *               'L' (NOUVEAU PLAFOND) DANS LE FICHIER FNCUSTM   *
      *               APPLIQUE PAR CUSTMNT, SI LE PLAFOND EN BASE EST *
      *               TOUJOURS CELUI QUE LA REVUE A CONSTATE ; S'IL A *
      *               ETE MODIFIE ENTRE-TEMPS, LA PROPOSITION EST     *
      *               ECARTEE (LA REVUE SUIVANTE REPARTIRA DU NOUVEAU *
      *               PLAFOND) ;                                      *
      *             - UNE PROPOSITION REFUSEE EST SIMPLEMENT ECARTEE, *
      *               LE PLAFOND NE BOUGE PAS ;                       *
      *             DANS LES DEUX CAS L'ENREGISTREMENT DE REVUE EST   *
      *             SUPPRIME ; LES PROPOSITIONS SANS DECISION RESTENT *
      *             EN ATTENTE. LE FICHIER CRLPND03 DOIT ETRE FERME   *
      *             DANS CICS PENDANT LE PASSAGE.                     *
      * ENTREE    : CRLPND03 (DECISIONS), BASE DB2 (API9.CUSTOMERS,   *
      *             LECTURE SEULE)                                    *
      * SORTIE    : FNCUSTM (MOUVEMENTS 'L' POUR CUSTMNT), CRLPND03   *
      *             (MAJ), RAPPORT (FREPORT)                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FICHIER DE REVUE PARTAGE AVEC L'ECRAN CRLAPP03 (CICS)
           SELECT REVIEW-FILE
               ASSIGN TO CRLPND03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-RV-STATUS.

      * MOUVEMENTS CLIENTS A APPLIQUER PAR CUSTMNT
           SELECT CUSTMNT-FILE
               ASSIGN TO FNCUSTM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MEME DISPOSITION QUE LE COPYBOOK CICS CRLPND03 (PARTIE4)
       FD  REVIEW-FILE.
       01 CRLPND03-REC.
          05 LR-PROPOSAL.
             10 LR-KEY.
                15 LR-CUST-NO     PIC 9(4).
             10 FILLER            PIC X(1).
             10 LR-QUARTER        PIC X(6).
             10 FILLER            PIC X(1).
             10 LR-ACTION         PIC X(1).
                88 LR-INCREASE                   VALUE 'H'.
                88 LR-DECREASE                   VALUE 'B'.
             10 FILLER            PIC X(1).
             10 LR-OLD-LIMIT      PIC 9(9)V99.
             10 FILLER            PIC X(1).
             10 LR-NEW-LIMIT      PIC 9(9)V99.
             10 FILLER            PIC X(1).
             10 LR-AVG-DAYS       PIC 9(3).
             10 FILLER            PIC X(1).
             10 LR-TERMS-DAYS     PIC 9(2).
             10 FILLER            PIC X(1).
             10 LR-PEAK           PIC 9(9)V99.
             10 FILLER            PIC X(1).
             10 LR-DUN-LEVEL      PIC 9(1).
             10 FILLER            PIC X(1).
             10 LR-FEES           PIC 9(7)V99.
             10 FILLER            PIC X(1).
             10 LR-REASON         PIC X(40).
             10 FILLER            PIC X(1).
             10 LR-TIMESTAMP      PIC X(20).
          05 FILLER               PIC X(1).
          05 LR-DECISION          PIC X(1).
             88 LR-UNDECIDED                     VALUE ' '.
             88 LR-APPROVE                       VALUE 'A'.
             88 LR-REFUSE                        VALUE 'R'.
          05 FILLER               PIC X(1).
          05 LR-COMMENT           PIC X(20).
          05 FILLER               PIC X(1).
          05 LR-APPROVER          PIC X(8).
          05 FILLER               PIC X(1).
          05 LR-DECISION-TS       PIC X(20).

      * MEME DISPOSITION QUE CUSTMNT-RECORD DANS CUSTMNT ; LE
      * MOUVEMENT 'L' NE PORTE QUE LE NUMERO DE CLIENT ET LE PLAFOND,
      * LES ZONES D'IDENTITE, LE PAYS ET LE MODE D'ENVOI DES FACTURES
      * SONT A BLANC (MOUVEMENT ENTIEREMENT BLANCHI AVANT ECRITURE)
       FD  CUSTMNT-FILE.
       01 CUSTMNT-RECORD.
          05 CM-ACTION            PIC X(1).
          05 CM-CUST-NO           PIC 9(4).
          05 CM-NAME              PIC X(30).
          05 CM-ADDRESS           PIC X(40).
          05 CM-CONTACT           PIC X(30).
          05 CM-CURRENCY          PIC X(2).
          05 CM-TERMS             PIC X(5).
          05 CM-EXEMPT            PIC X(1).
          05 CM-CERT-REF          PIC X(10).
          05 CM-CERT-EXP          PIC X(10).
          05 CM-SUBST             PIC X(1).
          05 CM-CREDIT-LIMIT      PIC 9(9)V99.
          05 CM-COUNTRY           PIC X(2).
          05 CM-DELIVERY          PIC X(1).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-RV-STATUS            PIC XX         VALUE SPACES.
          88 WS-RV-OK                            VALUE '00'.
          88 WS-RV-EOF                           VALUE '10'.

       01 WS-CM-STATUS            PIC XX         VALUE SPACES.
          88 WS-CM-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-APPLIED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-SKIPPED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REFUSED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-WAITING   PIC 9(5)       VALUE ZERO.
      * LA REVUE PEUT-ELLE ETRE SUPPRIMEE (MOUVEMENT PRODUIT OU
      * PROPOSITION DEVENUE SANS OBJET) ? 'N' = ERREUR, REVUE GARDEE
      * POUR LE PASSAGE SUIVANT
       01 WS-REVIEW-DONE-SW       PIC X          VALUE 'N'.
          88 WS-REVIEW-DONE                      VALUE 'Y'.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'MOUVEMENTS DES PLAFONDS D''ENCOURS APPROUVES
      -         ' (CRLPND03)'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(8)       VALUE 'CLIENT: '.
             10 WS-RPT-CUSTOMER   PIC 9(4).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-ACTION     PIC X(1).
             10 FILLER            PIC X(11)      VALUE
                '  PLAFOND: '.
             10 WS-RPT-OLD        PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(4)       VALUE ' -> '.
             10 WS-RPT-NEW        PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(40).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-APPROVER   PIC X(8).
             10 FILLER            PIC X(1)       VALUE SPACES.
             10 WS-RPT-COMMENT    PIC X(20).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(13)      VALUE 'TOTAL LUS: '.
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - APPLIQUES: '
           .
             10 WS-RPT-APPLIED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - IGNORES: '.
             10 WS-RPT-SKIPPED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-SUMMARY-LINE-2.
             10 FILLER            PIC X(9)       VALUE 'REFUSES: '.
             10 WS-RPT-REFUSED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(27)      VALUE
                ' - EN ATTENTE DE DECISION: '.
             10 WS-RPT-WAITING    PIC ZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEMES LARGEURS QUE DANS CUSTMNT)
       01 H-C-NO                  PIC S9(5)      USAGE COMP.
       01 H-C-CREDIT-LIMIT        PIC S9(9)V99   USAGE COMP-3.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-DECISIONS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CRLAPPL'
      * LE FICHIER DE REVUE EST DEFINI VIDE A L'INSTALLATION : SANS
      * LUI AUCUNE DECISION NE PEUT ETRE LUE
           OPEN I-O REVIEW-FILE
           IF NOT WS-RV-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DE REVUE CRLPND03: '
                      WS-RV-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CUSTMNT-FILE
           IF NOT WS-CM-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER MOUVEMENTS CLIENTS: '
                      WS-CM-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REVIEW-FILE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE REVIEW-FILE
              CLOSE CUSTMNT-FILE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       PROCESS-DECISIONS.
           MOVE LOW-VALUES TO LR-KEY
           START REVIEW-FILE KEY IS NOT LESS THAN LR-KEY
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
      * UNE PROPOSITION PAR DECISION : APPROUVEE = MOUVEMENT FNCUSTM, *
      * REFUSEE = ECARTEE, SANS DECISION = LAISSEE EN ATTENTE         *
      *****************************************************************
       PROCESS-ONE-DECISION.
           EVALUATE TRUE
              WHEN LR-APPROVE
                 PERFORM APPLY-ONE-PROPOSAL
                 IF WS-REVIEW-DONE
                    PERFORM DELETE-REVIEW-RECORD
                 END-IF
              WHEN LR-REFUSE
                 ADD 1 TO WS-RECORDS-REFUSED
                 MOVE 'PROPOSITION REFUSEE, PLAFOND INCHANGE'
                    TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
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
                 DISPLAY 'ERREUR SUPPRESSION REVUE CLIENT '
                         LR-CUST-NO ' STATUS ' WS-RV-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
           END-DELETE
           .

      *****************************************************************
      * PROPOSITION APPROUVEE : LE PLAFOND EST RELU EN BASE ; IL DOIT *
      * ETRE ENCORE CELUI SUR LEQUEL LA REVUE A RAISONNE, SINON LA    *
      * PROPOSITION EST ECARTEE. LE MOUVEMENT 'L' EST ECRIT DANS      *
      * FNCUSTM ; EN CAS D'ERREUR LA REVUE EST CONSERVEE              *
      *****************************************************************
       APPLY-ONE-PROPOSAL.
           MOVE 'N' TO WS-REVIEW-DONE-SW
           MOVE LR-CUST-NO TO H-C-NO
           EXEC SQL
               SELECT COALESCE(CREDIT_LIMIT,0)
                 INTO :H-C-CREDIT-LIMIT
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-RECORDS-SKIPPED
              MOVE 'Y' TO WS-REVIEW-DONE-SW
              MOVE 'CLIENT DISPARU, PROPOSITION IGNOREE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR LECTURE PLAFOND' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              DISPLAY 'ERREUR LECTURE CLIENT ' LR-CUST-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           IF H-C-CREDIT-LIMIT NOT = LR-OLD-LIMIT
              ADD 1 TO WS-RECORDS-SKIPPED
              MOVE 'Y' TO WS-REVIEW-DONE-SW
              MOVE 'PLAFOND MODIFIE DEPUIS LA REVUE, IGNOREE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES       TO CUSTMNT-RECORD
           MOVE 'L'          TO CM-ACTION
           MOVE LR-CUST-NO   TO CM-CUST-NO
           MOVE LR-NEW-LIMIT TO CM-CREDIT-LIMIT
           WRITE CUSTMNT-RECORD
           IF WS-CM-OK
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'Y' TO WS-REVIEW-DONE-SW
              MOVE 'MOUVEMENT FNCUSTM PRODUIT' TO WS-RPT-STATUS
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR ECRITURE FNCUSTM' TO WS-RPT-STATUS
              DISPLAY 'ERREUR ECRITURE FNCUSTM CLIENT ' LR-CUST-NO
                      ' STATUS ' WS-CM-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-DETAIL-LINE.
           MOVE LR-CUST-NO   TO WS-RPT-CUSTOMER
           MOVE LR-ACTION    TO WS-RPT-ACTION
           MOVE LR-OLD-LIMIT TO WS-RPT-OLD
           MOVE LR-NEW-LIMIT TO WS-RPT-NEW
           MOVE LR-APPROVER  TO WS-RPT-APPROVER
           MOVE LR-COMMENT   TO WS-RPT-COMMENT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ    TO WS-RPT-TOTAL
           MOVE WS-RECORDS-APPLIED TO WS-RPT-APPLIED
           MOVE WS-RECORDS-SKIPPED TO WS-RPT-SKIPPED
           MOVE WS-RECORDS-ERROR   TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-RECORDS-REFUSED TO WS-RPT-REFUSED
           MOVE WS-RECORDS-WAITING TO WS-RPT-WAITING
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REVIEW-FILE
           CLOSE CUSTMNT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME CRLAPPL'
           DISPLAY 'TOTAL LUS: ' WS-RECORDS-READ
           DISPLAY 'TOTAL MOUVEMENTS PRODUITS: ' WS-RECORDS-APPLIED
           DISPLAY 'TOTAL REFUSES: ' WS-RECORDS-REFUSED
           DISPLAY 'TOTAL EN ATTENTE: ' WS-RECORDS-WAITING
           DISPLAY 'TOTAL IGNORES: ' WS-RECORDS-SKIPPED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           IF WS-RECORDS-ERROR > 0
              MOVE 4 TO RETURN-CODE
           END-IF
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
