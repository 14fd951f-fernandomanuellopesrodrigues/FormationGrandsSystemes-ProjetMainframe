       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : MAINTENANCE DES MANDATS DE PRELEVEMENT CLIENTS    *
      * OBJECTIF  : LES CLIENTS QUI ACCEPTENT D'ETRE PRELEVES SIGNENT *
      *             UN MANDAT ; CE PROGRAMME APPLIQUE UN FICHIER DE   *
      *             MOUVEMENTS (CREATION / MODIFICATION / REVOCATION, *
      *             MEME PRINCIPE QUE SUPMNT) SUR LE MAITRE FVMANDAT  *
      *             (FICHIER INDEXE, CLE = NUMERO CLIENT) : REFERENCE *
      *             DU MANDAT, COMPTE BANCAIRE DU CLIENT, DATE DE     *
      *             SIGNATURE ET STATUT (A = ACTIF, S = SUSPENDU,     *
      *             R = REVOQUE). LE CLIENT DOIT EXISTER DANS         *
      *             API9.CUSTOMERS. UN MANDAT REVOQUE N'EST JAMAIS    *
      *             SUPPRIME (HISTORIQUE DES PRELEVEMENTS) ET NE PEUT *
      *             ETRE REACTIVE QUE SOUS UNE NOUVELLE REFERENCE.    *
      *             LA REACTIVATION D'UN MANDAT SUSPENDU PAR DDRETURN *
      *             (IMPAYES REPETES) REMET SON COMPTEUR D'IMPAYES A  *
      *             ZERO. EN MODIFICATION, UNE ZONE A BLANC CONSERVE  *
      *             LA VALEUR EN PLACE. LE MAITRE EST EXPLOITE PAR    *
      *             DDCOLL (CAMPAGNE DE PRELEVEMENT) ET DDRETURN      *
      *             (PRELEVEMENTS REJETES).                           *
      * ENTREE    : FVMANDMV (ACTION A/C/R + CLIENT + REFERENCE +     *
      *             COMPTE BANCAIRE + DATE DE SIGNATURE + STATUT),    *
      *             BASE DB2 (API9.CUSTOMERS)                         *
      * SORTIE    : MAJ FVMANDAT + RAPPORT (FREPORT)                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDMV-FILE
               ASSIGN TO FVMANDMV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

      * MAITRE DES MANDATS : FICHIER INDEXE CREE VIDE AU PREMIER
      * PASSAGE PUIS ENTRETENU EN I-O, COMME FNSUPMST DANS SUPMNT
           SELECT MANDAT-FILE
               ASSIGN TO FVMANDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MOUVEMENT MANDAT : 'A' = CREATION, 'C' = MODIFICATION,
      * 'R' = REVOCATION (LE MANDAT RESTE AU MAITRE AU STATUT R)
       FD  MANDMV-FILE.
       01 MANDMV-RECORD.
          05 MV-ACTION            PIC X(1).
             88 MV-ACTION-ADD                VALUE 'A'.
             88 MV-ACTION-CHANGE             VALUE 'C'.
             88 MV-ACTION-REVOKE             VALUE 'R'.
          05 MV-CUST-NO           PIC X(4).
          05 MV-REFERENCE         PIC X(20).
          05 MV-BANK-ACCT         PIC X(34).
          05 MV-SIGN-DATE         PIC X(10).
          05 MV-STATUS            PIC X(1).

      * MAITRE DES MANDATS : CLIENT, REFERENCE DU MANDAT, COMPTE
      * BANCAIRE, DATE DE SIGNATURE, STATUT, DATE DU DERNIER
      * PRELEVEMENT PRESENTE (BLANC = JAMAIS, PREMIER PRELEVEMENT) ET
      * NOMBRE D'IMPAYES DEPUIS LA DERNIERE ACTIVATION ; MEME
      * DISPOSITION DANS DDCOLL ET DDRETURN
       FD  MANDAT-FILE.
       01 MANDAT-RECORD.
          05 MD-KEY.
             10 MD-CUST-NO        PIC 9(4).
          05 MD-REFERENCE         PIC X(20).
          05 MD-BANK-ACCT         PIC X(34).
          05 MD-SIGN-DATE         PIC X(10).
          05 MD-STATUS            PIC X(1).
             88 MD-ACTIVE                    VALUE 'A'.
             88 MD-SUSPENDED                 VALUE 'S'.
             88 MD-REVOKED                   VALUE 'R'.
          05 MD-LAST-COLL-DATE    PIC X(10).
          05 MD-RETURNS           PIC 9(2).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-MV-STATUS            PIC XX         VALUE SPACES.
          88 WS-MV-OK                            VALUE '00'.
          88 WS-MV-EOF                           VALUE '10'.

       01 WS-MD-STATUS            PIC XX         VALUE SPACES.
          88 WS-MD-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * CONTROLE DE LA DATE DE SIGNATURE (AAAA-MM-JJ)
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
          05 WS-DT-YYYY           PIC X(4).
          05 WS-DT-MM             PIC X(2).
          05 WS-DT-DD             PIC X(2).

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-APPLIED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REJECTED  PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'MAINTENANCE DES MANDATS DE PRELEVEMENT (FVMANDAT)'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(9)       VALUE 'CLIENT: '.
             10 WS-RPT-CUST       PIC X(4).
             10 FILLER            PIC X(10)      VALUE '  ACTION: '.
             10 WS-RPT-ACTION     PIC X(1).
             10 FILLER            PIC X(10)      VALUE '  MANDAT: '.
             10 WS-RPT-REF        PIC X(20).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(50).
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

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-FILE
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                                *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME MANDMNT'

           OPEN INPUT MANDMV-FILE
           IF NOT WS-MV-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER MOUVEMENTS: '
                      WS-MV-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN I-O MANDAT-FILE
           IF NOT WS-MD-OK
              DISPLAY 'ERREUR OUVERTURE MAITRE FVMANDAT: '
                      WS-MD-STATUS
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

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * TRAITEMENT DU FICHIER                                         *
      *****************************************************************
       PROCESS-FILE.
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-MV-EOF
                   PERFORM PROCESS-RECORD
                   PERFORM READ-NEXT-RECORD
           END-PERFORM
           .

       READ-NEXT-RECORD.
           MOVE SPACES TO MANDMV-RECORD
           READ MANDMV-FILE
           IF WS-MV-OK
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF WS-MV-EOF
                 DISPLAY 'FIN DE FICHIER MOUVEMENTS'
              ELSE
                 DISPLAY 'ERREUR LECTURE MOUVEMENTS, STATUS: '
                         WS-MV-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
              END-IF
           END-IF
           .

      *****************************************************************
      * TRAITEMENT D'UN MOUVEMENT MANDAT                              *
      *****************************************************************
       PROCESS-RECORD.
           IF MV-CUST-NO NOT NUMERIC
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'NUMERO CLIENT NON NUMERIQUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN MV-ACTION-ADD
                 PERFORM ADD-MANDATE
              WHEN MV-ACTION-CHANGE
                 PERFORM CHANGE-MANDATE
              WHEN MV-ACTION-REVOKE
                 PERFORM REVOKE-MANDATE
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-REJECTED
                 MOVE 'CODE ACTION INCONNU' TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
           END-EVALUATE
           .

      *****************************************************************
      * CONTROLE DES ZONES DU MOUVEMENT : EN CREATION (MV-ACTION-ADD) *
      * REFERENCE, COMPTE ET DATE SONT OBLIGATOIRES ; EN              *
      * MODIFICATION, SEULES LES ZONES RENSEIGNEES SONT CONTROLEES.   *
      * LE STATUT SAISI NE PEUT ETRE QUE A OU S (LA REVOCATION A SON  *
      * PROPRE CODE ACTION)                                           *
      *****************************************************************
       VALIDATE-MANDATE.
           MOVE 'OK' TO WS-RPT-STATUS
           IF MV-ACTION-ADD
              IF MV-REFERENCE = SPACES
                 MOVE 'REFERENCE DU MANDAT OBLIGATOIRE'
                    TO WS-RPT-STATUS
                 EXIT PARAGRAPH
              END-IF
              IF MV-BANK-ACCT = SPACES
                 MOVE 'COMPTE BANCAIRE OBLIGATOIRE' TO WS-RPT-STATUS
                 EXIT PARAGRAPH
              END-IF
              IF MV-SIGN-DATE = SPACES
                 MOVE 'DATE DE SIGNATURE OBLIGATOIRE'
                    TO WS-RPT-STATUS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MV-SIGN-DATE NOT = SPACES
              PERFORM CHECK-SIGN-DATE
              IF WS-RPT-STATUS NOT = 'OK'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MV-STATUS NOT = SPACE
              AND MV-STATUS NOT = 'A' AND MV-STATUS NOT = 'S'
              MOVE 'STATUT INVALIDE (A/S)' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           .

       CHECK-SIGN-DATE.
           IF MV-SIGN-DATE(1:4) NOT NUMERIC
              OR MV-SIGN-DATE(5:1) NOT = '-'
              OR MV-SIGN-DATE(6:2) NOT NUMERIC
              OR MV-SIGN-DATE(8:1) NOT = '-'
              OR MV-SIGN-DATE(9:2) NOT NUMERIC
              MOVE 'DATE DE SIGNATURE INVALIDE (AAAA-MM-JJ)'
                 TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE MV-SIGN-DATE(1:4) TO WS-DT-YYYY
           MOVE MV-SIGN-DATE(6:2) TO WS-DT-MM
           MOVE MV-SIGN-DATE(9:2) TO WS-DT-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = 0
              MOVE 'DATE DE SIGNATURE INVALIDE (AAAA-MM-JJ)'
                 TO WS-RPT-STATUS
           END-IF
           .

      *****************************************************************
      * CREATION D'UN MANDAT : LE CLIENT DOIT EXISTER EN BASE         *
      *****************************************************************
       ADD-MANDATE.
           PERFORM VALIDATE-MANDATE
           IF WS-RPT-STATUS NOT = 'OK'
              ADD 1 TO WS-RECORDS-REJECTED
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE MV-CUST-NO TO H-C-NO
           EXEC SQL
               SELECT C_NO INTO :H-C-NO
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'CLIENT INCONNU' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'ERREUR LECTURE CLIENT ' MV-CUST-NO
                      ' SQLCODE ' SQLCODE
              MOVE 'ERREUR ACCES BASE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE MV-CUST-NO   TO MD-CUST-NO
           MOVE MV-REFERENCE TO MD-REFERENCE
           MOVE MV-BANK-ACCT TO MD-BANK-ACCT
           MOVE MV-SIGN-DATE TO MD-SIGN-DATE
           IF MV-STATUS = SPACE
              MOVE 'A' TO MD-STATUS
           ELSE
              MOVE MV-STATUS TO MD-STATUS
           END-IF
           MOVE SPACES TO MD-LAST-COLL-DATE
           MOVE ZERO   TO MD-RETURNS
           WRITE MANDAT-RECORD
           EVALUATE TRUE
              WHEN WS-MD-OK
                 ADD 1 TO WS-RECORDS-APPLIED
                 MOVE 'MANDAT CREE' TO WS-RPT-STATUS
              WHEN WS-MD-STATUS = '22'
                 ADD 1 TO WS-RECORDS-REJECTED
                 MOVE 'MANDAT DEJA EXISTANT POUR CE CLIENT'
                    TO WS-RPT-STATUS
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'ERREUR ECRITURE MAITRE' TO WS-RPT-STATUS
                 DISPLAY 'ERREUR ECRITURE FVMANDAT ' MV-CUST-NO
                         ' STATUS ' WS-MD-STATUS
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * MODIFICATION D'UN MANDAT : UNE ZONE A BLANC CONSERVE LA       *
      * VALEUR EN PLACE ; LA REACTIVATION D'UN MANDAT REVOQUE EXIGE   *
      * UNE NOUVELLE REFERENCE ET REPART COMME UN PREMIER PRELEVEMENT *
      *****************************************************************
       CHANGE-MANDATE.
           PERFORM VALIDATE-MANDATE
           IF WS-RPT-STATUS NOT = 'OK'
              ADD 1 TO WS-RECORDS-REJECTED
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE MV-CUST-NO TO MD-CUST-NO
           READ MANDAT-FILE
           IF NOT WS-MD-OK
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'MANDAT INCONNU' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF MD-REVOKED
              IF MV-REFERENCE = SPACES
                 OR MV-REFERENCE = MD-REFERENCE
                 ADD 1 TO WS-RECORDS-REJECTED
                 MOVE 'MANDAT REVOQUE, NOUVELLE REFERENCE OBLIGATOIRE'
                    TO WS-RPT-STATUS
                 PERFORM WRITE-DETAIL-LINE
                 EXIT PARAGRAPH
              END-IF
              MOVE 'A'    TO MD-STATUS
              MOVE SPACES TO MD-LAST-COLL-DATE
              MOVE ZERO   TO MD-RETURNS
           END-IF
           IF MV-REFERENCE NOT = SPACES
              MOVE MV-REFERENCE TO MD-REFERENCE
           END-IF
           IF MV-BANK-ACCT NOT = SPACES
              MOVE MV-BANK-ACCT TO MD-BANK-ACCT
           END-IF
           IF MV-SIGN-DATE NOT = SPACES
              MOVE MV-SIGN-DATE TO MD-SIGN-DATE
           END-IF
           IF MV-STATUS NOT = SPACE
              IF MV-STATUS = 'A' AND MD-SUSPENDED
                 MOVE ZERO TO MD-RETURNS
              END-IF
              MOVE MV-STATUS TO MD-STATUS
           END-IF
           REWRITE MANDAT-RECORD
           IF WS-MD-OK
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'MANDAT MODIFIE' TO WS-RPT-STATUS
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR REECRITURE MAITRE' TO WS-RPT-STATUS
              DISPLAY 'ERREUR REECRITURE FVMANDAT ' MV-CUST-NO
                      ' STATUS ' WS-MD-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * REVOCATION : LE MANDAT RESTE AU MAITRE AU STATUT R, DDCOLL    *
      * NE PRELEVE PLUS LE CLIENT                                     *
      *****************************************************************
       REVOKE-MANDATE.
           MOVE MV-CUST-NO TO MD-CUST-NO
           READ MANDAT-FILE
           IF NOT WS-MD-OK
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'MANDAT INCONNU' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF MD-REVOKED
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'MANDAT DEJA REVOQUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO MD-STATUS
           REWRITE MANDAT-RECORD
           IF WS-MD-OK
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'MANDAT REVOQUE' TO WS-RPT-STATUS
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR REECRITURE MAITRE' TO WS-RPT-STATUS
              DISPLAY 'ERREUR REECRITURE FVMANDAT ' MV-CUST-NO
                      ' STATUS ' WS-MD-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * ECRITURE LIGNE DE DETAIL                                      *
      *****************************************************************
       WRITE-DETAIL-LINE.
           MOVE MV-CUST-NO   TO WS-RPT-CUST
           MOVE MV-ACTION    TO WS-RPT-ACTION
           MOVE MV-REFERENCE TO WS-RPT-REF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *****************************************************************
      * FINALISATION                                                  *
      *****************************************************************
       FINALIZATION.
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME MANDMNT'
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

      *****************************************************************
      * ECRITURE DU RESUME                                            *
      *****************************************************************
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

      *****************************************************************
      * FERMETURE DES FICHIERS                                        *
      *****************************************************************
       CLOSE-FILES.
           CLOSE MANDMV-FILE
           CLOSE MANDAT-FILE
           CLOSE REPORT-FILE
           .
