      *             APPLIQUE UN FICHIER DE MOUVEMENTS (AJOUT /        *
      *             RETRAIT) ET TRACE CHAQUE ACTION DANS LA PISTE     *
      *             D'AUDIT AUDIT03.                                  *
      *             LE RETRAIT D'UNE VALEUR EST UNE ACTION SENSIBLE : *
      *             IL N'EST PLUS APPLIQUE ICI MAIS ENREGISTRE EN     *
      *             ATTENTE DANS PNDACT03 (COPYBOOK PNDACT03) AU NOM  *
      *             DU DEMANDEUR PORTE PAR LE MOUVEMENT, ET N'A       *
      *             D'EFFET QU'APRES CONFIRMATION PAR UN AUTRE        *
      *             ADMINISTRATEUR DANS PNDAPP03 (T03V). PNDACT03     *
      *             EST DONC FERME A CICS PENDANT LE PASSAGE.         *
      * ENTREE    : FNREFM (ACTION A/R + TYPE COLOR/CITY + VALEUR +   *
      *             DEMANDEUR)                                        *
      * SORTIE    : MAJ REFV03, DEMANDES PNDACT03 (RETRAITS), PISTE   *
      *             AUDIT03 (AJOUT), RAPPORT                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-RF-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO PNDACT03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PA-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO AUDIT03
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * MOUVEMENT : 'A' = AJOUT, 'R' = RETRAIT (DEMANDE A CONFIRMER,
      * RM-REQUESTED-BY = LOGIN DU DEMANDEUR, 'BATCH' SI ABSENT)
       FD  REFMNT-FILE.
       01 REFMNT-RECORD.
          05 RM-ACTION            PIC X(1).
          05 RM-TYPE              PIC X(6).
          05 FILLER               PIC X(1).
          05 RM-VALUE             PIC X(15).
          05 FILLER               PIC X(1).
          05 RM-REQUESTED-BY      PIC X(8).

      * MEME DISPOSITION QUE REFVALS-RECORD DANS IMPPARTS/DQSCRUB
       FD  REFVALS-FILE.
             10 RF-TYPE           PIC X(6).
             10 RF-VALUE          PIC X(15).

       FD  PENDING-FILE.
       COPY PNDACT03.

       FD  AUDIT-FILE.
       COPY AUDIT03.

       01 WS-RF-STATUS            PIC XX         VALUE SPACES.
          88 WS-RF-OK                            VALUE '00'.

       01 WS-PA-STATUS            PIC XX         VALUE SPACES.
          88 WS-PA-OK                            VALUE '00'.
          88 WS-PA-DUPKEY                        VALUE '22'.

       01 WS-AU-STATUS            PIC XX         VALUE SPACES.
          88 WS-AU-OK                            VALUE '00'.

       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ADDED     PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REQUESTED PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REJECTED  PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE ' - AJOUTES: '.
             10 WS-RPT-ADDED      PIC ZZ,ZZ9.
             10 FILLER            PIC X(24)      VALUE
                ' - RETRAITS DEMANDES: '.
             10 WS-RPT-REQUESTED  PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - REJETES: '.
             10 WS-RPT-REJECTED   PIC ZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).
              GOBACK
           END-IF

      * LES RETRAITS SONT ENREGISTRES EN ATTENTE DE CONFIRMATION
           OPEN I-O PENDING-FILE
           IF NOT WS-PA-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER PNDACT03: '
                      WS-PA-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

      * LA PISTE D'AUDIT PARTAGEE EST COMPLETEE EN FIN DE FICHIER
      * (LE PROGRAMME TOURNE QUAND REFV03/AUDIT03 SONT FERMES A CICS)
           OPEN EXTEND AUDIT-FILE
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * RETRAIT : LA VALEUR DOIT EXISTER ; LA DEMANDE EST ECRITE DANS *
      * PNDACT03 (UNE SEULE EN ATTENTE PAR VALEUR) ET LA VALEUR RESTE *
      * DANS REFV03 JUSQU'A SA CONFIRMATION DANS PNDAPP03             *
      *****************************************************************
       REMOVE-REFERENCE-VALUE.
           READ REFVALS-FILE
           IF NOT WS-RF-OK
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'VALEUR INCONNUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PNDACT03-REC
           MOVE 'RDEL'   TO PA-ACTION
           MOVE RF-TYPE  TO PA-TGT-RF-TYPE
           MOVE RF-VALUE TO PA-TGT-RF-VALUE
           IF RM-REQUESTED-BY = SPACES
              MOVE 'BATCH' TO PA-REQUESTER
           ELSE
              MOVE RM-REQUESTED-BY TO PA-REQUESTER
           END-IF
           MOVE 'REFVMNT'  TO PA-REQ-PGM
           MOVE FUNCTION CURRENT-DATE(1:8) TO PA-REQ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PA-REQ-TIME
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO PA-REQ-TS
           END-STRING

           WRITE PNDACT03-REC
           IF WS-PA-OK
              ADD 1 TO WS-RECORDS-REQUESTED
              MOVE 'RETRAIT EN ATTENTE DE CONFIRMATION'
                 TO WS-RPT-STATUS
              MOVE 'PEND RDEL' TO AU-EVENT-TYPE
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              ADD 1 TO WS-RECORDS-REJECTED
              IF WS-PA-DUPKEY
                 MOVE 'RETRAIT DEJA EN ATTENTE' TO WS-RPT-STATUS
              ELSE
                 MOVE 'ERREUR ECRITURE PNDACT03' TO WS-RPT-STATUS
              END-IF
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * TRACE DE L'ACTION DANS LA PISTE D'AUDIT (AU-EVENT-TYPE DEJA   *
      * VALORISE PAR L'APPELANT) ; UNE DEMANDE DE RETRAIT PORTE SON   *
      * DEMANDEUR DANS AU-LOGIN ET AU-REQUESTER                       *
      *****************************************************************
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AU-TIMESTAMP AU-TRANS-ID AU-LOGIN AU-DETAIL
                          AU-REQUESTER
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
           MOVE 'BTCH'      TO AU-TRANS-ID
           MOVE 'REFVMNT '  TO AU-PROGRAM
           MOVE 'BATCH'     TO AU-LOGIN
           IF AU-EVENT-TYPE = 'PEND RDEL'
              MOVE PA-REQUESTER TO AU-LOGIN
              MOVE PA-REQUESTER TO AU-REQUESTER
           END-IF
           STRING RF-TYPE ' ' RF-VALUE
              DELIMITED BY SIZE INTO AU-DETAIL
           END-STRING
           DISPLAY 'FIN DU PROGRAMME REFVMNT'
           DISPLAY 'TOTAL MOUVEMENTS LUS: ' WS-RECORDS-READ
           DISPLAY 'TOTAL AJOUTES: ' WS-RECORDS-ADDED
           DISPLAY 'TOTAL RETRAITS DEMANDES: ' WS-RECORDS-REQUESTED
           DISPLAY 'TOTAL REJETES: ' WS-RECORDS-REJECTED
           .

           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ     TO WS-RPT-TOTAL
           MOVE WS-RECORDS-ADDED    TO WS-RPT-ADDED
           MOVE WS-RECORDS-REQUESTED TO WS-RPT-REQUESTED
           MOVE WS-RECORDS-REJECTED TO WS-RPT-REJECTED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
       CLOSE-FILES.
           CLOSE REFMNT-FILE
           CLOSE REFVALS-FILE
           CLOSE PENDING-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           .
