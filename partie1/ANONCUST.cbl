       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONCUST.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : ANONYMISATION DES CLIENTS FERMES                  *
      * OBJECTIF  : CUSTMNT FERME UN CLIENT MAIS SON IDENTITE RESTE   *
      *             INDEFINIMENT DANS API9.CUSTOMERS (DEMANDES        *
      *             D'EFFACEMENT SUR UN COMPTE ENCORE PRESENT) ET     *
      *             DANS LE MAITRE DES SITES DE LIVRAISON FNSHPMST.   *
      *             CE LOT REPREND LE REGISTRE DES CLIENTS FERMES     *
      *             (FVCUSTCL, ALIMENTE PAR CUSTMNT) : UN CLIENT      *
      *             FERME DEPUIS PLUS DE LA DUREE DE CONSERVATION     *
      *             (CARTE RETAIN=nnnn JOURS, 1095 PAR DEFAUT), SANS  *
      *             SOLDE, SANS FACTURE OUVERTE DANS L'ETAT OPENITEM  *
      *             (FVOPNIT) ET SANS COMMANDE NON ARCHIVEE VOIT SES  *
      *             ZONES D'IDENTITE (NOM, ADRESSE, CONTACT, NOM ET   *
      *             ADRESSE DES SITES) REMPLACEES PAR UN JETON NEUTRE.*
      *             LES DEMANDES D'EFFACEMENT INDIVIDUELLES (FNCUSTER)*
      *             SUIVENT LE MEME CHEMIN SANS CONDITION DE DUREE.   *
      *             LES MONTANTS ET L'HISTORIQUE DES COMMANDES NE     *
      *             SONT PAS TOUCHES : L'ARCHIVE FVARCORD/FVARCCXR,   *
      *             LE REGISTRE FVINVREG, L'ETAT FVOPNIT ET LES       *
      *             EXTRAITS DE L'ENTREPOT NE PORTENT QUE LE NUMERO   *
      *             CLIENT, QUI NE DESIGNE PLUS PERSONNE UNE FOIS LE  *
      *             MAITRE ANONYMISE ; ILS SONT CONSERVES POUR LES    *
      *             STATISTIQUES ET LA TVA. LE RAPPORT EST LE         *
      *             CERTIFICAT D'ANONYMISATION : CLIENT, ORIGINE ET   *
      *             RESULTAT PAR SUPPORT. LE REGISTRE EST REECRIT     *
      *             (FVCUSTCN) AVEC LA DATE D'ANONYMISATION : LE LOT  *
      *             EST RELANCABLE.                                   *
      * ENTREE    : SYSIN (RETAIN= FACULTATIVE), FVCUSTCL, FNCUSTER   *
      *             ET FVOPNIT (FACULTATIFS), FVARCCXR (FACULTATIF),  *
      *             BASE DB2                                          *
      * SORTIE    : MAJ API9.CUSTOMERS + FNSHPMST, FVCUSTCN (NOUVELLE *
      *             GENERATION DU REGISTRE), CERTIFICAT (FREPORT)     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

      * REGISTRE DES CLIENTS FERMES (ETAT PRECEDENT / NOUVEL ETAT,
      * MEME MECANIQUE QUE FVOPNIT/FVOPNITN DANS OPENITEM)
           SELECT CLOSED-FILE
               ASSIGN TO FVCUSTCL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT CLOSEDN-FILE
               ASSIGN TO FVCUSTCN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

      * DEMANDES D'EFFACEMENT INDIVIDUELLES (FACULTATIF)
           SELECT ERASE-FILE
               ASSIGN TO FNCUSTER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

      * ETAT DES FACTURES OUVERTES TENU PAR OPENITEM (FACULTATIF)
           SELECT OPENIT-FILE
               ASSIGN TO FVOPNIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.

      * MAITRE DES SITES DE LIVRAISON (TENU PAR SHIPMNT)
           SELECT SHIP-FILE
               ASSIGN TO FNSHPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.

      * REFERENCE CROISEE CLIENT DE L'ARCHIVE (TENUE PAR ARCHCONS),
      * LUE POUR CHIFFRER L'HISTORIQUE CONSERVE
           SELECT ARCCXR-FILE
               ASSIGN TO FVARCCXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AXR-KEY
               FILE STATUS IS WS-AX-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

      * MEME DISPOSITION QUE CLOSED-RECORD DANS CUSTMNT : ORIGINE 'F'
      * = FERMETURE CUSTMNT, 'E' = DEMANDE D'EFFACEMENT
       FD  CLOSED-FILE.
       01 CLOSED-RECORD.
          05 CL-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1).
          05 CL-CLOSE-DATE        PIC X(10).
          05 FILLER               PIC X(1).
          05 CL-ANON-DATE         PIC X(10).
          05 FILLER               PIC X(1).
          05 CL-ORIGIN            PIC X(1).
             88 CL-ORIGIN-CLOSE              VALUE 'F'.
             88 CL-ORIGIN-ERASE              VALUE 'E'.
          05 FILLER               PIC X(1).
          05 CL-REFERENCE         PIC X(20).

       FD  CLOSEDN-FILE.
       01 CLOSEDN-RECORD          PIC X(49).

      * DEMANDE D'EFFACEMENT : NUMERO CLIENT + REFERENCE DU DOSSIER
       FD  ERASE-FILE.
       01 ERASE-RECORD.
          05 ER-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1).
          05 ER-REFERENCE         PIC X(20).

      * MEME DISPOSITION QUE OPENIT-RECORD DANS OPENITEM
       FD  OPENIT-FILE.
       01 OPENIT-RECORD.
          05 OI-INV-NO            PIC 9(7).
          05 FILLER               PIC X(1).
          05 OI-C-NO              PIC 9(4).
          05 FILLER               PIC X(1).
          05 OI-DATE              PIC X(10).
          05 FILLER               PIC X(1).
          05 OI-GROSS             PIC S9(9)V99.
          05 FILLER               PIC X(1).
          05 OI-OPEN              PIC S9(9)V99.

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

      * MEME DISPOSITION QUE ARCCXR-RECORD DANS ARCHCONS
       FD  ARCCXR-FILE.
       01 ARCCXR-RECORD.
          05 AXR-KEY.
             10 AXR-C-NO          PIC 9(4).
             10 AXR-O-NO          PIC 9(7).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.
       01 WS-CL-STATUS            PIC XX         VALUE SPACES.
          88 WS-CL-OK                            VALUE '00'.
          88 WS-CL-EOF                           VALUE '10'.
       01 WS-CN-STATUS            PIC XX         VALUE SPACES.
          88 WS-CN-OK                            VALUE '00'.
       01 WS-ER-STATUS            PIC XX         VALUE SPACES.
          88 WS-ER-OK                            VALUE '00'.
          88 WS-ER-EOF                           VALUE '10'.
       01 WS-OI-STATUS            PIC XX         VALUE SPACES.
          88 WS-OI-OK                            VALUE '00'.
          88 WS-OI-EOF                           VALUE '10'.
       01 WS-SH-STATUS            PIC XX         VALUE SPACES.
          88 WS-SH-OK                            VALUE '00'.
          88 WS-SH-EOF                           VALUE '10'.
       01 WS-AX-STATUS            PIC XX         VALUE SPACES.
          88 WS-AX-OK                            VALUE '00'.
          88 WS-AX-EOF                           VALUE '10'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * DISPONIBILITE DES SUPPORTS FACULTATIFS
       01 WS-SHIP-AVAIL           PIC X(1)       VALUE 'N'.
          88 WS-SHIP-AVAILABLE                   VALUE 'Y'.
       01 WS-ARCH-AVAIL           PIC X(1)       VALUE 'N'.
          88 WS-ARCH-AVAILABLE                   VALUE 'Y'.
       01 WS-OPNIT-AVAIL          PIC X(1)       VALUE 'N'.
          88 WS-OPNIT-AVAILABLE                  VALUE 'Y'.

      * DUREE DE CONSERVATION APRES FERMETURE (CARTE RETAIN=nnnn
      * JOURS, 1095 PAR DEFAUT = TROIS ANS)
       01 WS-RETAIN-DAYS          PIC 9(4)       VALUE 1095.
       01 WS-SI-NUM-TEST          PIC 9(4).

      * JETON NEUTRE SUBSTITUE AUX ZONES D'IDENTITE
       01 WS-ANON-TOKEN           PIC X(9)       VALUE 'ANONYMISE'.

      * DATES DE TRAVAIL
       01 WS-TODAY-TEXT           PIC X(10)      VALUE SPACES.
       01 WS-TODAY-CCYYMMDD       PIC 9(8)       VALUE ZERO.
       01 WS-TODAY-INT            PIC S9(9) COMP VALUE 0.
       01 WS-DATE-TEXT            PIC X(8)       VALUE SPACES.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-ELAPSED-DAYS         PIC S9(9) COMP VALUE 0.

      * CLIENTS PORTANT UNE FACTURE OUVERTE DANS FVOPNIT (INDICE =
      * NUMERO CLIENT)
       01 WS-OPEN-ITEM-TABLE.
          05 WS-OPEN-ITEM-FLAG    PIC X(1)       OCCURS 9999 TIMES.

      * DEMANDES D'EFFACEMENT CHARGEES EN TABLE
       01 WS-ERASE-MAX            PIC 9(4)       VALUE 500.
       01 WS-ERASE-COUNT          PIC 9(4)       VALUE ZERO.
       01 WS-ERASE-IDX            PIC 9(4)       VALUE ZERO.
       01 WS-ERASE-TABLE.
          05 WS-ET-ENTRY OCCURS 500 TIMES.
             10 WS-ET-CUST-NO     PIC 9(4).
             10 WS-ET-REFERENCE   PIC X(20).
             10 WS-ET-DONE        PIC X(1).

      * CLIENT EN COURS : ORIGINE, MOTIF DE REPORT, RESULTATS
       01 WS-CUR-CUST-NO          PIC 9(4)       VALUE ZERO.
       01 WS-CUR-ORIGIN           PIC X(50)      VALUE SPACES.
       01 WS-CUR-REFERENCE        PIC X(20)      VALUE SPACES.
       01 WS-BLOCK-REASON         PIC X(40)      VALUE SPACES.
       01 WS-ANON-RESULT          PIC X(1)       VALUE 'N'.
          88 WS-ANON-DONE                        VALUE 'Y'.
       01 WS-SITES-COUNT          PIC 9(5)       VALUE ZERO.
       01 WS-ARCH-ORDERS          PIC 9(7)       VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-REGISTER-READ     PIC 9(5)       VALUE ZERO.
          05 WS-ALREADY-DONE      PIC 9(5)       VALUE ZERO.
          05 WS-NOT-DUE           PIC 9(5)       VALUE ZERO.
          05 WS-ANONYMISED        PIC 9(5)       VALUE ZERO.
          05 WS-DEFERRED          PIC 9(5)       VALUE ZERO.
          05 WS-ERASE-READ        PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
       01 WS-COMMIT-COUNT         PIC 9(5)       VALUE ZERO.

      * MESSAGES DU CERTIFICAT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'CERTIFICAT D''ANONYMISATION DES CLIENTS FERMES
      -         ' (API9.CUSTOMERS / FNSHPMST)'.
          05 WS-PARAM-LINE.
             10 FILLER            PIC X(22)      VALUE
                'DATE DE TRAITEMENT : '.
             10 WS-RPT-TODAY      PIC X(10).
             10 FILLER            PIC X(26)      VALUE
                '  DUREE DE CONSERVATION: '.
             10 WS-RPT-RETAIN     PIC Z,ZZ9.
             10 FILLER            PIC X(6)       VALUE ' JOURS'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-MISSING-LINE      PIC X(132).
          05 WS-CUST-LINE.
             10 FILLER            PIC X(8)       VALUE 'CLIENT '.
             10 WS-RPT-CUST       PIC 9(4).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-ORIGIN     PIC X(50).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-RESULT     PIC X(40).
          05 WS-STORE-LINE.
             10 FILLER            PIC X(6)       VALUE SPACES.
             10 WS-RPT-STORE      PIC X(22).
             10 FILLER            PIC X(3)       VALUE ' : '.
             10 WS-RPT-STORE-MSG  PIC X(60).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(18)      VALUE
                'REGISTRE LU    : '.
             10 WS-RPT-READ       PIC ZZ,ZZ9.
             10 FILLER            PIC X(16)      VALUE
                ' - ANONYMISES: '.
             10 WS-RPT-ANON       PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - DIFFERES: '.
             10 WS-RPT-DEFER      PIC ZZ,ZZ9.
             10 FILLER            PIC X(17)      VALUE
                ' - NON ECHUS: '.
             10 WS-RPT-NOTDUE     PIC ZZ,ZZ9.
             10 FILLER            PIC X(19)      VALUE
                ' - DEJA TRAITES: '.
             10 WS-RPT-ALREADY    PIC ZZ,ZZ9.
          05 WS-SUMMARY2-LINE.
             10 FILLER            PIC X(18)      VALUE
                'DEMANDES LUES  : '.
             10 WS-RPT-ER-READ    PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).
       01 WS-RPT-COUNT-EDIT       PIC Z(6)9.

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
      * COLONNES NAME/ADDRESS/CONTACT DE API9.CUSTOMERS TENUES PAR
      * CUSTMNT
       01 H-C-NO                  PIC 9(4).
       01 H-C-NAME                PIC X(30).
       01 H-C-ADDRESS             PIC X(40).
       01 H-C-CONTACT             PIC X(30).
       01 H-C-BALANCE             PIC S9(9)V99   USAGE COMP-3.
       01 H-ORDERS-COUNT          PIC S9(7)      USAGE COMP-3.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-REGISTER
           PERFORM PROCESS-ERASE-REQUESTS
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION : CARTES, TABLES, OUVERTURE DES SUPPORTS       *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME ANONCUST'
           PERFORM READ-SYSIN-CARDS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           MOVE WS-TODAY-CCYYMMDD(1:4) TO WS-TODAY-TEXT(1:4)
           MOVE '-'                    TO WS-TODAY-TEXT(5:1)
           MOVE WS-TODAY-CCYYMMDD(5:2) TO WS-TODAY-TEXT(6:2)
           MOVE '-'                    TO WS-TODAY-TEXT(8:1)
           MOVE WS-TODAY-CCYYMMDD(7:2) TO WS-TODAY-TEXT(9:2)

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-TODAY-TEXT  TO WS-RPT-TODAY
           MOVE WS-RETAIN-DAYS TO WS-RPT-RETAIN
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE

           OPEN INPUT CLOSED-FILE
           IF NOT WS-CL-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE CLIENTS FERMES: '
                      WS-CL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           OPEN OUTPUT CLOSEDN-FILE
           IF NOT WS-CN-OK
              DISPLAY 'ERREUR OUVERTURE NOUVEAU REGISTRE: '
                      WS-CN-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-ERASE-REQUESTS

           OPEN I-O SHIP-FILE
           IF WS-SH-OK
              MOVE 'Y' TO WS-SHIP-AVAIL
           ELSE
              MOVE SPACES TO WS-MISSING-LINE
              STRING 'MAITRE DES SITES FNSHPMST INDISPONIBLE ('
                     WS-SH-STATUS ') : SITES NON TRAITES'
                 DELIMITED BY SIZE INTO WS-MISSING-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-MISSING-LINE
           END-IF
           OPEN INPUT ARCCXR-FILE
           IF WS-AX-OK
              MOVE 'Y' TO WS-ARCH-AVAIL
           END-IF
           .

       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END
                       IF SYSIN-RECORD(1:7) = 'RETAIN='
                          AND SYSIN-RECORD(8:4) IS NUMERIC
                          MOVE SYSIN-RECORD(8:4) TO WS-SI-NUM-TEST
                          IF WS-SI-NUM-TEST > 0
                             MOVE WS-SI-NUM-TEST TO WS-RETAIN-DAYS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * CLIENTS AYANT ENCORE UNE FACTURE OUVERTE (ETAT OPENITEM). UN  *
      * ETAT ABSENT NE PROUVE RIEN : AUCUNE ANONYMISATION N'EST ALORS *
      * FAITE, TOUT EST DIFFERE                                       *
      *****************************************************************
       LOAD-OPEN-ITEMS.
           MOVE ALL 'N' TO WS-OPEN-ITEM-TABLE
           OPEN INPUT OPENIT-FILE
           IF NOT WS-OI-OK
              MOVE SPACES TO WS-MISSING-LINE
              STRING 'ETAT DES FACTURES OUVERTES FVOPNIT INDISPONIBLE ('
                     WS-OI-STATUS ') : TOUTES LES ANONYMISATIONS SONT'
                     ' DIFFEREES'
                 DELIMITED BY SIZE INTO WS-MISSING-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-MISSING-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OPNIT-AVAIL
           PERFORM UNTIL WS-OI-EOF
              READ OPENIT-FILE
                 AT END MOVE '10' TO WS-OI-STATUS
                 NOT AT END
                    IF OI-C-NO IS NUMERIC AND OI-C-NO > 0
                       AND OI-OPEN NOT = 0
                       MOVE 'Y' TO WS-OPEN-ITEM-FLAG(OI-C-NO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OPENIT-FILE
           .

      *****************************************************************
      * DEMANDES D'EFFACEMENT INDIVIDUELLES (FICHIER FACULTATIF)      *
      *****************************************************************
       LOAD-ERASE-REQUESTS.
           OPEN INPUT ERASE-FILE
           IF NOT WS-ER-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ER-EOF
              READ ERASE-FILE
                 AT END MOVE '10' TO WS-ER-STATUS
                 NOT AT END
                    ADD 1 TO WS-ERASE-READ
                    PERFORM STORE-ERASE-REQUEST
              END-READ
           END-PERFORM
           CLOSE ERASE-FILE
           .

       STORE-ERASE-REQUEST.
           IF ER-CUST-NO IS NOT NUMERIC OR ER-CUST-NO = 0
              ADD 1 TO WS-RECORDS-ERROR
              MOVE SPACES TO WS-MISSING-LINE
              STRING 'DEMANDE D''EFFACEMENT REJETEE, NUMERO CLIENT '
                     'INVALIDE : ' ERASE-RECORD
                 DELIMITED BY SIZE INTO WS-MISSING-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-MISSING-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-ERASE-COUNT >= WS-ERASE-MAX
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'TABLE DES DEMANDES PLEINE, DEMANDE IGNOREE: '
                      ER-CUST-NO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ERASE-COUNT
           MOVE ER-CUST-NO   TO WS-ET-CUST-NO(WS-ERASE-COUNT)
           MOVE ER-REFERENCE TO WS-ET-REFERENCE(WS-ERASE-COUNT)
           MOVE 'N'          TO WS-ET-DONE(WS-ERASE-COUNT)
           .

      *****************************************************************
      * PASSAGE DU REGISTRE DES CLIENTS FERMES : CHAQUE LIGNE EST     *
      * RECOPIEE DANS LA NOUVELLE GENERATION, DATEE SI LE CLIENT A    *
      * ETE ANONYMISE                                                 *
      *****************************************************************
       PROCESS-REGISTER.
           PERFORM UNTIL WS-CL-EOF
              READ CLOSED-FILE
                 AT END MOVE '10' TO WS-CL-STATUS
                 NOT AT END
                    ADD 1 TO WS-REGISTER-READ
                    PERFORM PROCESS-CLOSED-CUSTOMER
                    WRITE CLOSEDN-RECORD FROM CLOSED-RECORD
              END-READ
           END-PERFORM
           .

       PROCESS-CLOSED-CUSTOMER.
           IF CL-ANON-DATE NOT = SPACES
              ADD 1 TO WS-ALREADY-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE CL-CUST-NO TO WS-CUR-CUST-NO
           MOVE SPACES TO WS-CUR-REFERENCE

      * UNE DEMANDE D'EFFACEMENT SUR UN CLIENT DEJA FERME S'IMPUTE
      * SUR SA LIGNE DU REGISTRE, SANS CONDITION DE DUREE
           PERFORM FIND-ERASE-REQUEST
           IF WS-ERASE-IDX > 0
              MOVE 'Y' TO WS-ET-DONE(WS-ERASE-IDX)
              MOVE WS-ET-REFERENCE(WS-ERASE-IDX) TO WS-CUR-REFERENCE
              MOVE SPACES TO WS-CUR-ORIGIN
              STRING 'FERME LE ' CL-CLOSE-DATE
                     ', DEMANDE D''EFFACEMENT ' WS-CUR-REFERENCE
                 DELIMITED BY SIZE INTO WS-CUR-ORIGIN
              END-STRING
           ELSE
              PERFORM CHECK-RETENTION
              IF WS-ELAPSED-DAYS NOT > WS-RETAIN-DAYS
                 ADD 1 TO WS-NOT-DUE
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-CUR-ORIGIN
              STRING 'FERME LE ' CL-CLOSE-DATE
                     ', DUREE DE CONSERVATION ECHUE'
                 DELIMITED BY SIZE INTO WS-CUR-ORIGIN
              END-STRING
           END-IF

           PERFORM ANONYMISE-IF-ELIGIBLE
           IF WS-ANON-DONE
              MOVE WS-TODAY-TEXT TO CL-ANON-DATE
              IF WS-CUR-REFERENCE NOT = SPACES
                 MOVE WS-CUR-REFERENCE TO CL-REFERENCE
              END-IF
           END-IF
           .

      *****************************************************************
      * ANCIENNETE DE LA FERMETURE EN JOURS (DATE ILLISIBLE = NON     *
      * ECHUE, LE CLIENT RESTE EN ATTENTE ET EST SIGNALE)             *
      *****************************************************************
       CHECK-RETENTION.
           MOVE ZERO TO WS-ELAPSED-DAYS
           MOVE SPACES TO WS-DATE-TEXT
           STRING CL-CLOSE-DATE(1:4) CL-CLOSE-DATE(6:2)
                  CL-CLOSE-DATE(9:2)
              DELIMITED BY SIZE INTO WS-DATE-TEXT
           END-STRING
           IF WS-DATE-TEXT IS NOT NUMERIC
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'DATE DE FERMETURE ILLISIBLE, CLIENT '
                      CL-CUST-NO ' : ' CL-CLOSE-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TEXT TO WS-DATE-CCYYMMDD
           COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           .

       FIND-ERASE-REQUEST.
           MOVE ZERO TO WS-ERASE-IDX
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
              IF WS-ET-CUST-NO(WS-ERASE-IDX) = WS-CUR-CUST-NO
                 AND WS-ET-DONE(WS-ERASE-IDX) = 'N'
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-ERASE-IDX > WS-ERASE-COUNT
              MOVE ZERO TO WS-ERASE-IDX
           END-IF
           .

      *****************************************************************
      * DEMANDES D'EFFACEMENT SUR DES CLIENTS ABSENTS DU REGISTRE     *
      * (COMPTE NON FERME) : MEMES CONTROLES, LIGNE 'E' AJOUTEE AU    *
      * NOUVEAU REGISTRE QUAND L'ANONYMISATION EST FAITE              *
      *****************************************************************
       PROCESS-ERASE-REQUESTS.
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
              IF WS-ET-DONE(WS-ERASE-IDX) = 'N'
                 MOVE 'Y' TO WS-ET-DONE(WS-ERASE-IDX)
                 PERFORM PROCESS-ONE-ERASE-REQUEST
              END-IF
           END-PERFORM
           .

       PROCESS-ONE-ERASE-REQUEST.
           MOVE WS-ET-CUST-NO(WS-ERASE-IDX)   TO WS-CUR-CUST-NO
           MOVE WS-ET-REFERENCE(WS-ERASE-IDX) TO WS-CUR-REFERENCE
           MOVE SPACES TO WS-CUR-ORIGIN
           STRING 'DEMANDE D''EFFACEMENT ' WS-CUR-REFERENCE
              DELIMITED BY SIZE INTO WS-CUR-ORIGIN
           END-STRING
           PERFORM ANONYMISE-IF-ELIGIBLE
           IF WS-ANON-DONE
              MOVE SPACES         TO CLOSED-RECORD
              MOVE WS-CUR-CUST-NO TO CL-CUST-NO
              MOVE WS-TODAY-TEXT  TO CL-ANON-DATE
              MOVE 'E'            TO CL-ORIGIN
              MOVE WS-CUR-REFERENCE TO CL-REFERENCE
              WRITE CLOSEDN-RECORD FROM CLOSED-RECORD
           END-IF
           .

      *****************************************************************
      * CONTROLES PUIS ANONYMISATION D'UN CLIENT : SOLDE NUL, AUCUNE  *
      * FACTURE OUVERTE, AUCUNE COMMANDE ENCORE DANS API9.ORDERS      *
      * (NON ARCHIVEE) ; SINON LE CLIENT EST DIFFERE AVEC SON MOTIF   *
      *****************************************************************
       ANONYMISE-IF-ELIGIBLE.
           MOVE 'N' TO WS-ANON-RESULT
           MOVE WS-CUR-CUST-NO TO WS-RPT-CUST
           MOVE WS-CUR-ORIGIN  TO WS-RPT-ORIGIN
           PERFORM CHECK-ELIGIBILITY
           IF WS-BLOCK-REASON NOT = SPACES
              ADD 1 TO WS-DEFERRED
              MOVE WS-BLOCK-REASON TO WS-RPT-RESULT
              WRITE REPORT-RECORD FROM WS-CUST-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM ANONYMISE-CUSTOMER
           .

       CHECK-ELIGIBILITY.
           MOVE SPACES TO WS-BLOCK-REASON
           IF NOT WS-OPNIT-AVAILABLE
              MOVE 'DIFFERE : ETAT FVOPNIT ABSENT' TO WS-BLOCK-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-ITEM-FLAG(WS-CUR-CUST-NO) = 'Y'
              MOVE 'DIFFERE : FACTURES OUVERTES' TO WS-BLOCK-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-CUST-NO TO H-C-NO
           MOVE +0 TO H-C-BALANCE
           EXEC SQL
               SELECT COALESCE(BALANCE,0) INTO :H-C-BALANCE
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'DIFFERE : ERREUR SQL LECTURE SOLDE'
                 TO WS-BLOCK-REASON
              DISPLAY 'ERREUR SELECT SOLDE CLIENT ' WS-CUR-CUST-NO
                      ' SQLCODE ' SQLCODE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE = 0 AND H-C-BALANCE NOT = 0
              MOVE 'DIFFERE : SOLDE NON NUL' TO WS-BLOCK-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE +0 TO H-ORDERS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :H-ORDERS-COUNT
                 FROM API9.ORDERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF H-ORDERS-COUNT > 0
              MOVE 'DIFFERE : COMMANDES NON ARCHIVEES'
                 TO WS-BLOCK-REASON
           END-IF
           .

      *****************************************************************
      * REMPLACEMENT DE L'IDENTITE PAR LE JETON NEUTRE, SUPPORT PAR   *
      * SUPPORT, AVEC UNE LIGNE DE CERTIFICAT PAR SUPPORT             *
      *****************************************************************
       ANONYMISE-CUSTOMER.
           MOVE WS-ANON-TOKEN TO H-C-NAME H-C-ADDRESS H-C-CONTACT
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET NAME    = :H-C-NAME,
                      ADDRESS = :H-C-ADDRESS,
                      CONTACT = :H-C-CONTACT
                WHERE C_NO = :H-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                 MOVE 'NOM, ADRESSE ET CONTACT REMPLACES PAR LE JETON'
                    TO WS-RPT-STORE-MSG
              WHEN SQLCODE = 0 OR SQLCODE = 100
                 MOVE 'LIGNE SUPPRIMEE A LA FERMETURE, RIEN A TRAITER'
                    TO WS-RPT-STORE-MSG
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'ERREUR SQL ANONYMISATION' TO WS-RPT-RESULT
                 WRITE REPORT-RECORD FROM WS-CUST-LINE
                 DISPLAY 'ERREUR UPDATE CLIENT ' WS-CUR-CUST-NO
                         ' SQLCODE ' SQLCODE
                 EXEC SQL ROLLBACK END-EXEC
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'Y' TO WS-ANON-RESULT
           ADD 1 TO WS-ANONYMISED
           MOVE 'ANONYMISE' TO WS-RPT-RESULT
           WRITE REPORT-RECORD FROM WS-CUST-LINE
           MOVE 'API9.CUSTOMERS' TO WS-RPT-STORE
           WRITE REPORT-RECORD FROM WS-STORE-LINE

           PERFORM ANONYMISE-SHIP-SITES
           PERFORM COUNT-ARCHIVED-ORDERS

           MOVE 'FVINVREG / FVOPNIT' TO WS-RPT-STORE
           MOVE 'NUMERO CLIENT SEUL, MONTANTS CONSERVES'
              TO WS-RPT-STORE-MSG
           WRITE REPORT-RECORD FROM WS-STORE-LINE
           MOVE 'EXTRAITS DWEXTRCT' TO WS-RPT-STORE
           MOVE 'NUMERO CLIENT SEUL, MONTANTS CONSERVES'
              TO WS-RPT-STORE-MSG
           WRITE REPORT-RECORD FROM WS-STORE-LINE
           PERFORM CHECK-PERIODIC-COMMIT
           .

      *****************************************************************
      * SITES DE LIVRAISON DU CLIENT : NOM ET ADRESSE REMPLACES, CODE *
      * SITE ET ZONE TRANSPORTEUR CONSERVES                           *
      *****************************************************************
       ANONYMISE-SHIP-SITES.
           MOVE 'FNSHPMST' TO WS-RPT-STORE
           IF NOT WS-SHIP-AVAILABLE
              MOVE 'FICHIER INDISPONIBLE, NON TRAITE'
                 TO WS-RPT-STORE-MSG
              WRITE REPORT-RECORD FROM WS-STORE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SITES-COUNT
           MOVE WS-CUR-CUST-NO TO SH-CUST-NO
           MOVE LOW-VALUES     TO SH-SITE
           START SHIP-FILE KEY >= SH-KEY
           IF WS-SH-OK
              PERFORM READ-NEXT-SITE
              PERFORM UNTIL WS-SH-EOF
                      OR SH-CUST-NO NOT = WS-CUR-CUST-NO
                 MOVE WS-ANON-TOKEN TO SH-NAME SH-ADDRESS
                 REWRITE SHIP-RECORD
                 IF WS-SH-OK
                    ADD 1 TO WS-SITES-COUNT
                 ELSE
                    ADD 1 TO WS-RECORDS-ERROR
                    DISPLAY 'ERREUR REECRITURE FNSHPMST ' SH-KEY
                            ' STATUS ' WS-SH-STATUS
                 END-IF
                 PERFORM READ-NEXT-SITE
              END-PERFORM
           END-IF
           MOVE '00' TO WS-SH-STATUS
           MOVE WS-SITES-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO WS-RPT-STORE-MSG
           STRING WS-RPT-COUNT-EDIT ' SITE(S), NOM ET ADRESSE '
                  'REMPLACES PAR LE JETON'
              DELIMITED BY SIZE INTO WS-RPT-STORE-MSG
           END-STRING
           WRITE REPORT-RECORD FROM WS-STORE-LINE
           .

       READ-NEXT-SITE.
           READ SHIP-FILE NEXT
           IF NOT WS-SH-OK
              MOVE '10' TO WS-SH-STATUS
           END-IF
           .

      *****************************************************************
      * HISTORIQUE ARCHIVE DU CLIENT (FVARCCXR) : CONSERVE TEL QUEL,  *
      * LE NOMBRE DE COMMANDES EST PORTE AU CERTIFICAT                *
      *****************************************************************
       COUNT-ARCHIVED-ORDERS.
           MOVE 'FVARCORD / FVARCCXR' TO WS-RPT-STORE
           IF NOT WS-ARCH-AVAILABLE
              MOVE 'NUMERO CLIENT SEUL, CONSERVE (ARCHIVE NON LUE)'
                 TO WS-RPT-STORE-MSG
              WRITE REPORT-RECORD FROM WS-STORE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ARCH-ORDERS
           MOVE WS-CUR-CUST-NO TO AXR-C-NO
           MOVE ZERO           TO AXR-O-NO
           START ARCCXR-FILE KEY >= AXR-KEY
           IF WS-AX-OK
              PERFORM READ-NEXT-CROSS-REFERENCE
              PERFORM UNTIL WS-AX-EOF
                      OR AXR-C-NO NOT = WS-CUR-CUST-NO
                 ADD 1 TO WS-ARCH-ORDERS
                 PERFORM READ-NEXT-CROSS-REFERENCE
              END-PERFORM
           END-IF
           MOVE '00' TO WS-AX-STATUS
           MOVE WS-ARCH-ORDERS TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO WS-RPT-STORE-MSG
           STRING WS-RPT-COUNT-EDIT ' COMMANDE(S), NUMERO CLIENT SEUL,'
                  ' CONSERVEES'
              DELIMITED BY SIZE INTO WS-RPT-STORE-MSG
           END-STRING
           WRITE REPORT-RECORD FROM WS-STORE-LINE
           .

       READ-NEXT-CROSS-REFERENCE.
           READ ARCCXR-FILE NEXT
           IF NOT WS-AX-OK
              MOVE '10' TO WS-AX-STATUS
           END-IF
           .

      *****************************************************************
      * COMMIT PERIODIQUE TOUS LES 100 CLIENTS ANONYMISES             *
      *****************************************************************
       CHECK-PERIODIC-COMMIT.
           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= 100
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-COMMIT-COUNT
           END-IF
           .

      *****************************************************************
      * FINALISATION                                                  *
      *****************************************************************
       FINALIZATION.
           EXEC SQL COMMIT END-EXEC
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-REGISTER-READ TO WS-RPT-READ
           MOVE WS-ANONYMISED    TO WS-RPT-ANON
           MOVE WS-DEFERRED      TO WS-RPT-DEFER
           MOVE WS-NOT-DUE       TO WS-RPT-NOTDUE
           MOVE WS-ALREADY-DONE  TO WS-RPT-ALREADY
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-ERASE-READ    TO WS-RPT-ER-READ
           MOVE WS-RECORDS-ERROR TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY2-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           PERFORM CLOSE-FILES
           DISPLAY 'FIN DU PROGRAMME ANONCUST'
           DISPLAY 'TOTAL REGISTRE LU: ' WS-REGISTER-READ
           DISPLAY 'TOTAL ANONYMISES: ' WS-ANONYMISED
           DISPLAY 'TOTAL DIFFERES: ' WS-DEFERRED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
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
           CLOSE CLOSED-FILE
           CLOSE CLOSEDN-FILE
           CLOSE SHIP-FILE
           CLOSE ARCCXR-FILE
           CLOSE REPORT-FILE
           .
