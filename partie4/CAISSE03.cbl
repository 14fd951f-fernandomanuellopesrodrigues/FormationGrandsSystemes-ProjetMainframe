       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAISSE03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      * REGLEMENTS AU COMPTOIR : LE CLIENT QUI PAIE SUR PLACE LAISSAIT
      * SON ARGENT DANS LE TIROIR-CAISSE JUSQU'A SA SAISIE DANS LE
      * PROJET.REGLEMENTS.DATA DU LENDEMAIN ; CUST360 ET LE CONTROLE
      * D'ENCOURS VOYAIENT ENTRE-TEMPS L'ANCIEN SOLDE. CETTE
      * TRANSACTION, SUR LE PATRON QUOTE03 (ACCES CONTROLE PAR LOGIN,
      * PISTE D'AUDIT AUDIT03), IMPUTE LE REGLEMENT IMMEDIATEMENT EN
      * DIMINUTION DE API9.CUSTOMERS.BALANCE :
      * - ENTER AVEC LE SEUL NUMERO CLIENT : AFFICHAGE DU NOM ET DU
      *   SOLDE OUVERT
      * - ENTER AVEC MONTANT, MODE (ES = ESPECES, CH = CHEQUE,
      *   CB = CARTE) ET REFERENCE : IMPUTATION. MEMES REGLES
      *   QU'IMPREGLS : CLIENT CONNU, MONTANT NON SUPERIEUR AU SOLDE
      *   OUVERT (SINON LE REGLEMENT RELEVE DU SERVICE CREDIT), ET
      *   REFERENCE JAMAIS IMPUTEE : LA GARDE PASSE PAR LE FICHIER
      *   CICS PAYREF03 (IMAGE DU REGISTRE FVPAYREF, CLE =
      *   REFERENCE) OU LA REFERENCE EST AJOUTEE DANS LA MEME UNITE
      *   DE TRAVAIL QUE LA MISE A JOUR DU SOLDE.
      * CHAQUE REGLEMENT IMPUTE EST ECRIT DANS LE JOURNAL CAISJR03
      * (COPYBOOK CAISJR03 : ENREGISTREMENT FVPAYAPP + MODE, OPERATEUR,
      * TERMINAL) ; LE LOT CAISRPT EN TIRE LE SOIR LE FVPAYAPP DU JOUR
      * (LETTRAGE OPENITEM, ECRITURES GLJRNL), COMPLETE FVPAYREF POUR
      * IMPREGLS ET EDITE L'ARRETE DE CAISSE PAR OPERATEUR. TOUTE
      * IMPUTATION ET TOUT REFUS SONT TRACES DANS AUDIT03.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MAPSET-NAME     PIC X(4)   VALUE 'MS12'.
       01 WS-PGM-AUTH        PIC X(8)   VALUE 'AUTH03'.
       01 WS-TRANS-NAME      PIC X(5)   VALUE 'T03R'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10)  VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60)  VALUE SPACES.

      ******************************************************************
      * REFERENCE DEJA IMPUTEE (FICHIER CICS PAYREF03, CLE =
      * PR-REFERENCE) : MEME DISPOSITION QUE PAYREF-RECORD DANS
      * IMPREGLS ET SUSPREL, LE FICHIER EST RECHARGE CHAQUE NUIT
      * DEPUIS FVPAYREF
      ******************************************************************
       01 WS-PAYREF-REC.
          05 PR-REFERENCE    PIC X(10).
          05 FILLER          PIC X(1)   VALUE SPACES.
          05 PR-TIMESTAMP    PIC X(20).
       01 WS-PAYREF-KEY      PIC X(10)  VALUE SPACES.

      * SAISIE DE L'ECRAN DE REGLEMENT
       01 WS-ENTRY-DATA.
          05 WS-CUST-NO-TXT  PIC X(4)   VALUE SPACES.
          05 WS-CUST-NO      PIC 9(4)   VALUE ZERO.
          05 WS-AMOUNT-TXT   PIC X(12)  VALUE SPACES.
          05 WS-METHOD       PIC XX     VALUE SPACES.
             88 WS-METHOD-VALID         VALUES 'ES' 'CH' 'CB'.
          05 WS-REFERENCE    PIC X(10)  VALUE SPACES.
       77 WS-PAY-AMOUNT      PIC S9(9)V99 COMP-3 VALUE +0.
       77 WS-NEW-BALANCE     PIC S9(9)V99 COMP-3 VALUE +0.
       77 WS-EDIT-BALANCE    PIC -(8)9,99.
       77 WS-EDIT-AMOUNT     PIC -(8)9,99.

       77 WS-ERROR-SW        PIC X      VALUE 'N'.
          88 WS-ENTRY-ERROR            VALUE 'Y'.
      * UN REFUS APRES SAISIE COMPLETE (MONTANT PRESENT) EST TRACE
      * DANS AUDIT03 COMME L'IMPUTATION
       77 WS-PAY-ENTRY-SW    PIC X      VALUE 'N'.
          88 WS-PAY-ENTERED            VALUE 'Y'.

      * DATE DU REGLEMENT (AAAA-MM-JJ)
       77 WS-TODAY-DATE      PIC X(10)  VALUE SPACES.

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

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (MEMES CONVENTIONS QU'IMPREGLS)
       01 H-C-NO             PIC 9(4).
       01 H-C-NAME           PIC X(30).
       01 H-C-BALANCE        PIC S9(9)V99 USAGE COMP-3.
       01 H-C-PAYMENT        PIC S9(9)V99 USAGE COMP-3.

       COPY DFHBMSCA.
       COPY DFHAID.
       COPY MS12.
       COPY AUDIT03.
       COPY CAISJR03.

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
              MOVE 'SAISISSEZ LE CLIENT (PUIS MONTANT, MODE, REFERENCE)'
                 TO CA-LAST-MSG
              MOVE LOW-VALUES TO MAP12O
              PERFORM SEND-FORM
           END-IF

           PERFORM HANDLE-TOUCHE
           MOVE EIBTIME TO CA-LAST-TIME
           PERFORM SEND-FORM
           .
      ******************************************************************
      * AFFICHE L'ECRAN DE REGLEMENT
      ******************************************************************
       SEND-FORM.
           MOVE CA-LAST-MSG TO R-MSGO
           MOVE CA-LOGIN    TO R-OPERO

           EXEC CICS SEND
                MAP('MAP12R')
                MAPSET('MS12')
                FROM (MAP12O)
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
                PERFORM ENTER-PAYMENT
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
      * ENTER : MONTANT ABSENT = CONSULTATION DU CLIENT, SINON
      * IMPUTATION DU REGLEMENT
      ******************************************************************
       ENTER-PAYMENT.
           PERFORM RECEIVE-FORM
           PERFORM EDIT-PAYMENT
           IF WS-ENTRY-ERROR
              PERFORM AUDIT-REFUSED-PAYMENT
              EXIT PARAGRAPH
           END-IF

           PERFORM READ-CUSTOMER
           IF WS-ENTRY-ERROR
              PERFORM AUDIT-REFUSED-PAYMENT
              EXIT PARAGRAPH
           END-IF

           IF NOT WS-PAY-ENTERED
              MOVE 'CLIENT AFFICHE - SAISISSEZ MONTANT, MODE, REFERENCE'
                 TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF

           PERFORM POST-PAYMENT
           IF WS-ENTRY-ERROR
              PERFORM AUDIT-REFUSED-PAYMENT
           END-IF
           .

      ******************************************************************
      * RECUPERATION DE L'ECRAN
      ******************************************************************
       RECEIVE-FORM.
           MOVE 'N' TO WS-ERROR-SW
           MOVE 'N' TO WS-PAY-ENTRY-SW
           EXEC CICS RECEIVE
                MAP('MAP12R')
                MAPSET('MS12')
                INTO (MAP12I)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERR RECEIVE' TO CA-LAST-MSG
              PERFORM END-ALL
           END-IF
           .

      ******************************************************************
      * CONTROLE DE FORME DE LA SAISIE ; LES ZONES SAISIES SONT
      * RAPPELEES A L'ECRAN EN CAS D'ERREUR
      ******************************************************************
       EDIT-PAYMENT.
           MOVE R-CNOI TO WS-CUST-NO-TXT
           MOVE R-AMTI TO WS-AMOUNT-TXT
           MOVE R-MTHI TO WS-METHOD
           MOVE R-REFI TO WS-REFERENCE
           INSPECT WS-AMOUNT-TXT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-METHOD     REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-REFERENCE  REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUES TO MAP12O
           MOVE WS-CUST-NO-TXT TO R-CNOO
           MOVE WS-AMOUNT-TXT  TO R-AMTO
           MOVE WS-METHOD      TO R-MTHO
           MOVE WS-REFERENCE   TO R-REFO

           IF WS-CUST-NO-TXT NOT NUMERIC
              MOVE 'NUMERO CLIENT NUMERIQUE REQUIS' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-NO-TXT TO WS-CUST-NO

           IF WS-AMOUNT-TXT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PAY-ENTRY-SW

           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TXT) NOT = 0
              MOVE 'MONTANT NON NUMERIQUE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TXT)
           IF WS-PAY-AMOUNT NOT > 0
              MOVE 'MONTANT POSITIF REQUIS' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF

           IF NOT WS-METHOD-VALID
              MOVE 'MODE DE REGLEMENT : ES, CH OU CB' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF

      * LA REFERENCE (NUMERO DE CHEQUE, TICKET CARTE, NUMERO DE
      * FACTURE EN TETE POUR LE LETTRAGE OPENITEM) EST LA CLE DE LA
      * GARDE ANTI-DOUBLON : ELLE EST OBLIGATOIRE AU COMPTOIR
           IF WS-REFERENCE = SPACES
              MOVE 'REFERENCE DU REGLEMENT REQUISE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           .

      ******************************************************************
      * LECTURE DU CLIENT ET DE SON SOLDE OUVERT (MEME LECTURE QUE
      * READ-CUSTOMER-BALANCE D'IMPREGLS)
      ******************************************************************
       READ-CUSTOMER.
           MOVE WS-CUST-NO TO H-C-NO
           MOVE SPACES TO H-C-NAME
           MOVE +0 TO H-C-BALANCE
           EXEC SQL
               SELECT NAME, COALESCE(BALANCE,0)
                 INTO :H-C-NAME, :H-C-BALANCE
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE = 100
              MOVE 'CLIENT INCONNU' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'ERREUR LECTURE CLIENT' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           MOVE H-C-NAME TO R-NAMEO
           MOVE H-C-BALANCE TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE TO R-OLDBO
           .

      ******************************************************************
      * IMPUTATION : PLAFOND DU SOLDE OUVERT, GARDE ANTI-DOUBLON
      * PAYREF03, MISE A JOUR DU SOLDE, JOURNAL CAISJR03 ; LE TOUT
      * EST VALIDE OU ANNULE ENSEMBLE (SYNCPOINT)
      ******************************************************************
       POST-PAYMENT.
      * UN REGLEMENT SUPERIEUR AU SOLDE OUVERT N'EST PAS IMPUTE (MEME
      * REGLE QU'IMPREGLS, OU IL PART EN ATTENTE POUR LE SERVICE
      * CREDIT)
           IF WS-PAY-AMOUNT > H-C-BALANCE
              MOVE 'MONTANT SUPERIEUR AU SOLDE - VOIR SERVICE CREDIT'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF

           MOVE WS-REFERENCE TO WS-PAYREF-KEY
           EXEC CICS READ
                FILE('PAYREF03')
                INTO (WS-PAYREF-REC)
                RIDFLD(WS-PAYREF-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR = DFHRESP(NORMAL)
              MOVE 'REFERENCE DEJA IMPUTEE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-CD-ERR NOT = DFHRESP(NOTFND)
              MOVE 'ERREUR LECTURE DES REFERENCES IMPUTEES'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF

      * L'AJOUT DE LA REFERENCE PRECEDE LA MISE A JOUR DU SOLDE : UNE
      * SAISIE SIMULTANEE DE LA MEME REFERENCE SUR UN AUTRE TERMINAL
      * TOMBE EN DUPREC
           MOVE WS-REFERENCE TO PR-REFERENCE
           MOVE FUNCTION CURRENT-DATE(1:20) TO PR-TIMESTAMP
           EXEC CICS WRITE
                FILE('PAYREF03')
                FROM (WS-PAYREF-REC)
                RIDFLD(WS-PAYREF-KEY)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR = DFHRESP(DUPREC)
              MOVE 'REFERENCE DEJA IMPUTEE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERREUR ECRITURE DES REFERENCES IMPUTEES'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-AMOUNT TO H-C-PAYMENT
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET BALANCE = COALESCE(BALANCE,0) - :H-C-PAYMENT
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'ERREUR MISE A JOUR DU SOLDE' TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-JOURNAL-RECORD
           IF WS-ENTRY-ERROR
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF
           EXEC CICS SYNCPOINT END-EXEC

           COMPUTE WS-NEW-BALANCE = H-C-BALANCE - WS-PAY-AMOUNT
           MOVE WS-NEW-BALANCE TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE TO R-NEWBO
           MOVE WS-TODAY-DATE TO R-DATEO
           MOVE 'REGLEMENT IMPUTE' TO CA-LAST-MSG

           MOVE 'PAY ADD' TO WS-AUDIT-EVENT
           PERFORM BUILD-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * ECRITURE DU REGLEMENT DANS LE JOURNAL DU COMPTOIR (CAISJR03)
      ******************************************************************
       WRITE-JOURNAL-RECORD.
           PERFORM SET-TODAY-DATE
           MOVE SPACES TO CAISJR03-REC
           MOVE WS-CUST-NO    TO CJ-CUST-NO
           MOVE WS-TODAY-DATE TO CJ-DATE
           MOVE WS-PAY-AMOUNT TO CJ-AMOUNT
           MOVE WS-REFERENCE  TO CJ-REFERENCE
           MOVE WS-METHOD     TO CJ-METHOD
           MOVE CA-LOGIN      TO CJ-LOGIN
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO CJ-TIMESTAMP
           END-STRING
           MOVE EIBTRMID      TO CJ-TERMINAL
           EXEC CICS
                WRITE FILE('CAISJR03')
                FROM (CAISJR03-REC)
                RESP(WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'ERREUR ECRITURE DU JOURNAL DE CAISSE'
                 TO CA-LAST-MSG
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           .

      ******************************************************************
      * TRACE D'UN REGLEMENT REFUSE (SAISIE COMPLETE UNIQUEMENT : UNE
      * SIMPLE CONSULTATION DE CLIENT N'EST PAS UN REGLEMENT)
      ******************************************************************
       AUDIT-REFUSED-PAYMENT.
           IF NOT WS-PAY-ENTERED
              EXIT PARAGRAPH
           END-IF
           MOVE 'PAY REJ' TO WS-AUDIT-EVENT
           PERFORM BUILD-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           .

      ******************************************************************
      * DETAIL D'AUDIT : CLIENT, MONTANT, MODE, REFERENCE
      ******************************************************************
       BUILD-AUDIT-DETAIL.
           MOVE WS-PAY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'C#:' WS-CUST-NO ' MT:' WS-EDIT-AMOUNT
                  ' MODE:' WS-METHOD ' REF:' WS-REFERENCE
              DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
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
           MOVE LOW-VALUES TO MAP12O
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
           MOVE 'CAISSE03'  TO AU-PROGRAM
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
                RESP(WS-CD-ERR)
                END-EXEC
           .
