      *             REFERENCE PORTE UN NUMERO DE FACTURE (7 PREMIERS  *
      *             CARACTERES NUMERIQUES), ET EDITE LE RESTANT DU    *
      *             PAR CLIENT. LES REGLEMENTS SANS FACTURE           *
      *             RAPPROCHABLE SONT LISTES POUR ANALYSE. CHAQUE     *
      *             LETTRAGE EST JOURNALISE DANS FVOPNMAT (NOUVELLE   *
      *             GENERATION A CHAQUE PASSAGE, UNE RELANCE LA       *
      *             REMPLACE) AVEC LES DATES DE FACTURE ET DE         *
      *             REGLEMENT : CRLREV EN TIRE LE DELAI MOYEN DE      *
      *             REGLEMENT DE CHAQUE CLIENT.                       *
      *             UN PRELEVEMENT REVENU IMPAYE (FVDDRJT, ECRIT PAR  *
      *             DDRETURN) ROUVRE LA FACTURE A HAUTEUR DE          *
      *             L'IMPAYE, OU LA RECREE SI ELLE ETAIT DEJA SOLDEE. *
      *             LES REGLEMENTS SANS FACTURE ET LES TROP-VERSES    *
      *             SONT TENUS EN ACOMPTES DANS UN ETAT A PART        *
      *             (FVONACC/FVONACCN, MEME MECANIQUE) : LE SOLDE     *
      *             AUXILIAIRE D'UN CLIENT EST SES FACTURES OUVERTES  *
      *             MOINS SES ACOMPTES (RAPPROCHEMENT ARRECON).       *
      *             UN AVOIR DU REGISTRE (TYPE A, EMIS PAR CRNOTE)    *
      *             N'OUVRE RIEN : IL DIMINUE L'OUVERT DE LA FACTURE  *
      *             D'ORIGINE QU'IL REFERENCE ; LE CREDIT QUI NE      *
      *             TROUVE PAS DE FACTURE OUVERTE (INCONNUE, SOLDEE,  *
      *             D'UN AUTRE CLIENT) OU QUI LA DEPASSE PASSE EN     *
      *             ACOMPTE (MOTIF A).                                *
      * ENTREE    : FVOPNIT (ETAT PRECEDENT, FACULTATIF AU PREMIER    *
      *             RUN), FVINVREG (FACTURES DE LA NUIT, FACULTATIF), *
      *             FVDDRJT (PRELEVEMENTS IMPAYES, FACULTATIF),       *
      *             FVPAYAPP (REGLEMENTS IMPUTES, FACULTATIF),        *
      *             FVONACC (ACOMPTES, ETAT PRECEDENT, FACULTATIF)    *
      * SORTIE    : FVOPNITN (NOUVEL ETAT), FVOPNMAT (LETTRAGES DE LA *
      *             NUIT), FVONACCN (NOUVEL ETAT DES ACOMPTES),       *
      *             RAPPORT (FREPORT)                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-INVREG.

      * PRELEVEMENTS REVENUS IMPAYES (DDRETURN)
           SELECT REJECTED-FILE
               ASSIGN TO FVDDRJT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DDRJT.

           SELECT PAYAPP-FILE
               ASSIGN TO FVPAYAPP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAYAPP.

      * ACOMPTES NON LETTRES : ETAT PRECEDENT ET NOUVEL ETAT
           SELECT ONACC-FILE
               ASSIGN TO FVONACC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ONACC.

           SELECT ONACCN-FILE
               ASSIGN TO FVONACCN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ONACCN.

      * JOURNAL DES LETTRAGES DE LA NUIT
           SELECT MATCHLOG-FILE
               ASSIGN TO FVOPNMAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MATLOG.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
           05 RG-F-GROSS              PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RG-DUE-DATE             PIC X(10).
      * TYPE DE DOCUMENT (F = FACTURE, A = AVOIR, BLANC = FACTURE),
      * FACTURE D'ORIGINE ET AUTORISATION DE RETOUR D'UN AVOIR
           05 FILLER                  PIC X(1).
           05 RG-DOC-TYPE             PIC X(1).
           05 FILLER                  PIC X(1).
           05 RG-REF-INV-NO           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RG-RA-NO                PIC X(7).

      * MEME DISPOSITION QUE REJECTED-RECORD DANS DDRETURN
       FD  REJECTED-FILE.
       01  REJECTED-RECORD.
           05 RJ-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RJ-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 RJ-INV-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 RJ-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 RJ-RETURN-DATE          PIC X(10).
           05 FILLER                  PIC X(1).
           05 RJ-REASON               PIC X(4).
           05 FILLER                  PIC X(1).
           05 RJ-REFERENCE            PIC X(10).

      * MEME DISPOSITION QU'APPLIED-RECORD DANS IMPREGLS
       FD  PAYAPP-FILE.
           05 FILLER                  PIC X(1).
           05 PA-REFERENCE            PIC X(10).

      * UNE LIGNE PAR REGLEMENT RAPPROCHE D'UNE FACTURE : MONTANT
      * EFFECTIVEMENT IMPUTE SUR L'OUVERT (HORS TROP-VERSE) ET
      * ML-CLOSED = 'Y' QUAND CE REGLEMENT SOLDE LA FACTURE ; MEME
      * DISPOSITION DANS CRLREV
       FD  MATCHLOG-FILE.
       01  MATCHLOG-RECORD.
           05 ML-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ML-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ML-INV-DATE             PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ML-PAY-DATE             PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ML-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ML-CLOSED               PIC X(1).

      * ACOMPTE : REGLEMENT IMPUTE AU SOLDE DU CLIENT SANS FACTURE A
      * LETTRER (R = REFERENCE SANS NUMERO, I = FACTURE INCONNUE OU
      * SOLDEE, C = FACTURE D'UN AUTRE CLIENT, T = TROP-VERSE) OU
      * CREDIT D'AVOIR NON IMPUTABLE SUR SA FACTURE D'ORIGINE (A)
       FD  ONACC-FILE.
       01  ONACC-RECORD.
           05 OA-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 OA-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 OA-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 OA-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 OA-REASON               PIC X(1).

       FD  ONACCN-FILE.
       01  ONACCN-RECORD.
           05 OAN-C-NO                PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 OAN-DATE                PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 OAN-REFERENCE           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 OAN-AMOUNT              PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 OAN-REASON              PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       01  WS-FS-INVREG               PIC XX VALUE SPACES.
           88 WS-INVREG-OK                  VALUE '00'.
           88 WS-INVREG-EOF                 VALUE '10'.
       01  WS-FS-DDRJT                PIC XX VALUE SPACES.
           88 WS-DDRJT-OK                   VALUE '00'.
           88 WS-DDRJT-EOF                  VALUE '10'.
       01  WS-FS-PAYAPP               PIC XX VALUE SPACES.
           88 WS-PAYAPP-OK                  VALUE '00'.
           88 WS-PAYAPP-EOF                 VALUE '10'.
       01  WS-FS-ONACC                PIC XX VALUE SPACES.
           88 WS-ONACC-OK                   VALUE '00'.
           88 WS-ONACC-EOF                  VALUE '10'.
       01  WS-FS-ONACCN               PIC XX VALUE SPACES.
           88 WS-ONACCN-OK                  VALUE '00'.
       01  WS-FS-MATLOG               PIC XX VALUE SPACES.
           88 WS-MATLOG-OK                  VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
      * JOURNAL DES LETTRAGES INDISPONIBLE : LE LETTRAGE SE FAIT QUAND
      * MEME, SEUL LE DELAI DE REGLEMENT DE LA NUIT MANQUERA A CRLREV
       01  WS-MATLOG-OPEN-SW          PIC X  VALUE 'N'.
           88 WS-MATLOG-OPEN                VALUE 'Y'.
      * NOUVEL ETAT DES ACOMPTES OUVERT (REPRISE FAITE)
       01  WS-ONACCN-OPEN-SW          PIC X  VALUE 'N'.
           88 WS-ONACCN-OPEN                VALUE 'Y'.
       01  WS-ONACC-REASON            PIC X  VALUE SPACE.

      * TABLE DES FACTURES OUVERTES (ETAT PRECEDENT + EMISSIONS DE LA
      * NUIT), SOLDEE PAR LES REGLEMENTS IMPUTES
      * REGLEMENT EN COURS DE RAPPROCHEMENT
       01  WS-PAY-INV-NO              PIC 9(7) VALUE ZERO.
       01  WS-PAY-REMAIN              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-PAY-APPLIED             PIC S9(9)V99 COMP-3 VALUE +0.

      * AVOIR EN COURS D'IMPUTATION (MONTANT DU CREDIT, POSITIF)
       01  WS-CN-CREDIT               PIC S9(9)V99 COMP-3 VALUE +0.

      * CLIENT EN COURS D'EDITION (RESTANT DU PAR CLIENT)
       01  WS-CUR-CUST                PIC 9(4) VALUE ZERO.
       01  WS-COUNTERS.
           05 WS-CARRIED-IN           PIC 9(5)  VALUE ZERO.
           05 WS-INVOICES-ADDED       PIC 9(5)  VALUE ZERO.
           05 WS-ITEMS-REOPENED       PIC 9(5)  VALUE ZERO.
           05 WS-PAYMENTS-READ        PIC 9(5)  VALUE ZERO.
           05 WS-PAYMENTS-MATCHED     PIC 9(5)  VALUE ZERO.
           05 WS-PAYMENTS-UNMATCHED   PIC 9(5)  VALUE ZERO.
           05 WS-ITEMS-CLOSED         PIC 9(5)  VALUE ZERO.
           05 WS-ITEMS-CARRIED        PIC 9(5)  VALUE ZERO.
           05 WS-ONACC-CARRIED        PIC 9(5)  VALUE ZERO.
           05 WS-ONACC-ADDED          PIC 9(5)  VALUE ZERO.
           05 WS-CREDITS-READ         PIC 9(5)  VALUE ZERO.
           05 WS-CREDITS-MATCHED      PIC 9(5)  VALUE ZERO.
           05 WS-CREDITS-ONACC        PIC 9(5)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
              10 FILLER               PIC X(15)     VALUE
                 ' - REPORTEES : '.
              10 WS-RPT-STILL-OPEN    PIC ZZ,ZZ9.
              10 FILLER               PIC X(17)     VALUE
                 ' - REOUVERTES : '.
              10 WS-RPT-REOPENED      PIC ZZ,ZZ9.
           05 WS-PAY-SUMMARY-LINE.
              10 FILLER               PIC X(18)     VALUE
                 'REGLEMENTS LUS : '.
              10 FILLER               PIC X(21)     VALUE
                 ' - SANS FACTURE    : '.
              10 WS-RPT-PAY-UNMATCH   PIC ZZ,ZZ9.
           05 WS-ONACC-SUMMARY-LINE.
              10 FILLER               PIC X(18)     VALUE
                 'ACOMPTES REPRIS: '.
              10 WS-RPT-OA-CARRIED    PIC ZZ,ZZ9.
              10 FILLER               PIC X(15)     VALUE
                 ' - NOUVEAUX  : '.
              10 WS-RPT-OA-ADDED      PIC ZZ,ZZ9.
           05 WS-CN-SUMMARY-LINE.
              10 FILLER               PIC X(18)     VALUE
                 'AVOIRS LUS     : '.
              10 WS-RPT-CN-READ       PIC ZZ,ZZ9.
              10 FILLER               PIC X(15)     VALUE
                 ' - IMPUTES   : '.
              10 WS-RPT-CN-MATCH      PIC ZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - EN ACOMPTE      : '.
              10 WS-RPT-CN-ONACC      PIC ZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

       PROCEDURE DIVISION.
           PERFORM INITIALIZATION
           PERFORM LOAD-OPEN-STATE
           PERFORM LOAD-NEW-INVOICES
           PERFORM REOPEN-RETURNED-DEBITS
           PERFORM CARRY-ON-ACCOUNT
           PERFORM APPLY-CREDIT-NOTES
           PERFORM APPLY-PAYMENTS
           PERFORM WRITE-OPEN-REPORT
           PERFORM WRITE-NEW-STATE
      *****************************************************************
      * FACTURES EMISES DE LA NUIT (FVINVREG) : CHAQUE FACTURE OUVRE  *
      * POUR SON MONTANT TTC ; UN NUMERO DEJA PRESENT (RELANCE DU     *
      * JOB) EST IGNORE POUR NE PAS DOUBLER L'OUVERT ; LES AVOIRS     *
      * SONT IMPUTES PLUS LOIN (APPLY-CREDIT-NOTES)                   *
      *****************************************************************
       LOAD-NEW-INVOICES.
           OPEN INPUT REGISTER-FILE
           .

       LOAD-ONE-INVOICE.
           IF RG-DOC-TYPE = 'A'
              EXIT PARAGRAPH
           END-IF
           MOVE RG-INV-NO TO WS-PAY-INV-NO
           PERFORM FIND-OPEN-ITEM
           IF WS-OPEN-FOUND > 0
           MOVE 'N'       TO WS-OP-PRINTED(WS-OPEN-COUNT)
           .

      *****************************************************************
      * PRELEVEMENTS REVENUS IMPAYES (FVDDRJT) : LE REGLEMENT ATTENDU *
      * AVAIT SOLDE LA FACTURE, L'IMPAYE LA ROUVRE POUR SON MONTANT ; *
      * UNE FACTURE SORTIE DE L'ETAT EST RECREEE A SA DATE D'ORIGINE  *
      * (LA RELANCE RESTE CALCULEE SUR L'ECHEANCE INITIALE)           *
      *****************************************************************
       REOPEN-RETURNED-DEBITS.
           OPEN INPUT REJECTED-FILE
           IF NOT WS-DDRJT-OK
              DISPLAY 'PAS DE PRELEVEMENTS IMPAYES ('
                      WS-FS-DDRJT ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DDRJT-EOF
              READ REJECTED-FILE
                 AT END MOVE '10' TO WS-FS-DDRJT
                 NOT AT END PERFORM REOPEN-ONE-ITEM
              END-READ
           END-PERFORM
           CLOSE REJECTED-FILE
           DISPLAY 'FACTURES REOUVERTES SUR IMPAYE: '
                   WS-ITEMS-REOPENED
           .

       REOPEN-ONE-ITEM.
           MOVE RJ-INV-NO TO WS-PAY-INV-NO
           PERFORM FIND-OPEN-ITEM
           IF WS-OPEN-FOUND > 0
              ADD RJ-AMOUNT TO WS-OP-OPEN(WS-OPEN-FOUND)
              ADD 1 TO WS-ITEMS-REOPENED
              EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-COUNT >= WS-OPEN-MAX
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD 1 TO WS-ITEMS-REOPENED
           MOVE RJ-INV-NO   TO WS-OP-INV-NO(WS-OPEN-COUNT)
           MOVE RJ-C-NO     TO WS-OP-C-NO(WS-OPEN-COUNT)
           MOVE RJ-INV-DATE TO WS-OP-DATE(WS-OPEN-COUNT)
           MOVE RJ-AMOUNT   TO WS-OP-GROSS(WS-OPEN-COUNT)
           MOVE RJ-AMOUNT   TO WS-OP-OPEN(WS-OPEN-COUNT)
           MOVE 'N'         TO WS-OP-PRINTED(WS-OPEN-COUNT)
           .

      *****************************************************************
      * RECHERCHE D'UNE FACTURE OUVERTE PAR NUMERO (WS-OPEN-FOUND =   *
      * RANG, 0 SI ABSENTE)                                           *
           END-PERFORM
           .

      *****************************************************************
      * AVOIRS DE LA NUIT (FVINVREG, TYPE A) : LE CREDIT DIMINUE      *
      * L'OUVERT DE LA FACTURE D'ORIGINE (RG-REF-INV-NO) DU MEME      *
      * CLIENT SANS JAMAIS LE RENDRE NEGATIF ; LE RESTE, OU TOUT LE   *
      * CREDIT QUAND LA FACTURE N'EST PAS OUVERTE, PASSE EN ACOMPTE.  *
      * LE REGISTRE EST RELU ICI, APRES LA REPRISE DES ACOMPTES, POUR *
      * QUE LES FACTURES DE LA NUIT SOIENT DEJA CHARGEES              *
      *****************************************************************
       APPLY-CREDIT-NOTES.
           OPEN INPUT REGISTER-FILE
           IF NOT WS-INVREG-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INVREG-EOF
              READ REGISTER-FILE
                 AT END MOVE '10' TO WS-FS-INVREG
                 NOT AT END
                    IF RG-DOC-TYPE = 'A'
                       PERFORM APPLY-ONE-CREDIT-NOTE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           DISPLAY 'AVOIRS IMPUTES: ' WS-CREDITS-MATCHED
                   ' SUR ' WS-CREDITS-READ
           .

       APPLY-ONE-CREDIT-NOTE.
           ADD 1 TO WS-CREDITS-READ
           COMPUTE WS-CN-CREDIT = 0 - RG-GROSS
           MOVE 0 TO WS-OPEN-FOUND
           IF RG-REF-INV-NO NOT = ZERO
              MOVE RG-REF-INV-NO TO WS-PAY-INV-NO
              PERFORM FIND-OPEN-ITEM
           END-IF
           IF WS-OPEN-FOUND = 0
              MOVE 'AVOIR SANS FACTURE OUVERTE'
                 TO WS-RPT-UM-REASON
              MOVE WS-CN-CREDIT TO WS-PAY-REMAIN
              PERFORM CREDIT-NOTE-ON-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-OP-C-NO(WS-OPEN-FOUND) NOT = RG-C-NO
              MOVE 'AVOIR SUR FACTURE D''UN AUTRE CLIENT'
                 TO WS-RPT-UM-REASON
              MOVE WS-CN-CREDIT TO WS-PAY-REMAIN
              PERFORM CREDIT-NOTE-ON-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CREDITS-MATCHED
           IF WS-CN-CREDIT > WS-OP-OPEN(WS-OPEN-FOUND)
              COMPUTE WS-PAY-REMAIN =
                      WS-CN-CREDIT - WS-OP-OPEN(WS-OPEN-FOUND)
              MOVE +0 TO WS-OP-OPEN(WS-OPEN-FOUND)
              MOVE 'AVOIR SUPERIEUR A L''OUVERT'
                 TO WS-RPT-UM-REASON
              PERFORM CREDIT-NOTE-ON-ACCOUNT
           ELSE
              SUBTRACT WS-CN-CREDIT FROM WS-OP-OPEN(WS-OPEN-FOUND)
           END-IF
           .

      * CREDIT D'AVOIR MIS EN ACOMPTE (MOTIF A) POUR WS-PAY-REMAIN,
      * LISTE POUR ANALYSE ; LA REFERENCE EST LE NUMERO DE L'AVOIR
       CREDIT-NOTE-ON-ACCOUNT.
           ADD 1 TO WS-CREDITS-ONACC
           MOVE RG-C-NO       TO WS-RPT-UM-CUST
           MOVE SPACES        TO WS-RPT-UM-REF
           MOVE RG-INV-NO     TO WS-RPT-UM-REF(1:7)
           MOVE WS-PAY-REMAIN TO WS-RPT-UM-AMT
           WRITE REPORT-RECORD FROM WS-UNMATCHED-LINE
           IF NOT WS-ONACCN-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE RG-C-NO       TO OAN-C-NO
           MOVE RG-DATE       TO OAN-DATE
           MOVE SPACES        TO OAN-REFERENCE
           MOVE RG-INV-NO     TO OAN-REFERENCE(1:7)
           MOVE WS-PAY-REMAIN TO OAN-AMOUNT
           MOVE 'A'           TO OAN-REASON
           WRITE ONACCN-RECORD
           ADD 1 TO WS-ONACC-ADDED
           .

      *****************************************************************
      * RAPPROCHEMENT DES REGLEMENTS IMPUTES : LA REFERENCE DONT LES  *
      * 7 PREMIERS CARACTERES SONT NUMERIQUES DESIGNE LA FACTURE ;    *
                      WS-FS-PAYAPP ')'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MATCHLOG-FILE
           IF WS-MATLOG-OK
              MOVE 'Y' TO WS-MATLOG-OPEN-SW
           ELSE
              DISPLAY 'ERREUR OUVERTURE JOURNAL DES LETTRAGES: '
                      WS-FS-MATLOG
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM UNTIL WS-PAYAPP-EOF
              READ PAYAPP-FILE
                 AT END MOVE '10' TO WS-FS-PAYAPP
              END-READ
           END-PERFORM
           CLOSE PAYAPP-FILE
           IF WS-MATLOG-OPEN
              CLOSE MATCHLOG-FILE
           END-IF
           .

       APPLY-ONE-PAYMENT.
              MOVE 'REFERENCE SANS NUMERO DE FACTURE'
                 TO WS-RPT-UM-REASON
              PERFORM WRITE-UNMATCHED-LINE
              MOVE PA-AMOUNT TO WS-PAY-REMAIN
              MOVE 'R' TO WS-ONACC-REASON
              PERFORM APPEND-ON-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           MOVE PA-REFERENCE(1:7) TO WS-PAY-INV-NO
              MOVE 'FACTURE INCONNUE OU DEJA SOLDEE'
                 TO WS-RPT-UM-REASON
              PERFORM WRITE-UNMATCHED-LINE
              MOVE PA-AMOUNT TO WS-PAY-REMAIN
              MOVE 'I' TO WS-ONACC-REASON
              PERFORM APPEND-ON-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-OP-C-NO(WS-OPEN-FOUND) NOT = PA-CUST-NO
              MOVE 'FACTURE D''UN AUTRE CLIENT'
                 TO WS-RPT-UM-REASON
              PERFORM WRITE-UNMATCHED-LINE
              MOVE PA-AMOUNT TO WS-PAY-REMAIN
              MOVE 'C' TO WS-ONACC-REASON
              PERFORM APPEND-ON-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAYMENTS-MATCHED
           IF PA-AMOUNT > WS-OP-OPEN(WS-OPEN-FOUND)
              COMPUTE WS-PAY-REMAIN =
                      PA-AMOUNT - WS-OP-OPEN(WS-OPEN-FOUND)
              MOVE WS-OP-OPEN(WS-OPEN-FOUND) TO WS-PAY-APPLIED
              MOVE +0 TO WS-OP-OPEN(WS-OPEN-FOUND)
              MOVE 'TROP-VERSE SUR LA FACTURE'
                 TO WS-RPT-UM-REASON
              PERFORM WRITE-UNMATCHED-LINE
              MOVE 'T' TO WS-ONACC-REASON
              PERFORM APPEND-ON-ACCOUNT
           ELSE
              MOVE PA-AMOUNT TO WS-PAY-APPLIED
              SUBTRACT PA-AMOUNT FROM WS-OP-OPEN(WS-OPEN-FOUND)
           END-IF
           PERFORM WRITE-MATCH-LOG
           .

      *****************************************************************
      * JOURNALISATION DU LETTRAGE : FACTURE, CLIENT, DATE DE LA      *
      * FACTURE, DATE DU REGLEMENT ET MONTANT IMPUTE                  *
      *****************************************************************
       WRITE-MATCH-LOG.
           IF NOT WS-MATLOG-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-INV-NO(WS-OPEN-FOUND) TO ML-INV-NO
           MOVE WS-OP-C-NO(WS-OPEN-FOUND)   TO ML-C-NO
           MOVE WS-OP-DATE(WS-OPEN-FOUND)   TO ML-INV-DATE
           MOVE PA-DATE                     TO ML-PAY-DATE
           MOVE WS-PAY-APPLIED              TO ML-AMOUNT
           IF WS-OP-OPEN(WS-OPEN-FOUND) = ZERO
              MOVE 'Y' TO ML-CLOSED
           ELSE
              MOVE 'N' TO ML-CLOSED
           END-IF
           WRITE MATCHLOG-RECORD
           IF NOT WS-MATLOG-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES LETTRAGES: '
                      WS-FS-MATLOG
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * REPRISE DES ACOMPTES (FVONACC) DANS LE NOUVEL ETAT FVONACCN ; *
      * LES ACOMPTES DE LA NUIT Y SONT AJOUTES PAR APPLY-PAYMENTS     *
      *****************************************************************
       CARRY-ON-ACCOUNT.
           OPEN OUTPUT ONACCN-FILE
           IF NOT WS-ONACCN-OK
              DISPLAY 'ERREUR OUVERTURE NOUVEL ETAT DES ACOMPTES: '
                      WS-FS-ONACCN
              MOVE 12 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ONACCN-OPEN-SW
           OPEN INPUT ONACC-FILE
           IF NOT WS-ONACC-OK
              DISPLAY 'PAS D''ETAT DES ACOMPTES (' WS-FS-ONACC
                      '), PREMIER PASSAGE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ONACC-EOF
              READ ONACC-FILE
                 AT END MOVE '10' TO WS-FS-ONACC
                 NOT AT END
                    MOVE OA-C-NO      TO OAN-C-NO
                    MOVE OA-DATE      TO OAN-DATE
                    MOVE OA-REFERENCE TO OAN-REFERENCE
                    MOVE OA-AMOUNT    TO OAN-AMOUNT
                    MOVE OA-REASON    TO OAN-REASON
                    WRITE ONACCN-RECORD
                    ADD 1 TO WS-ONACC-CARRIED
              END-READ
           END-PERFORM
           CLOSE ONACC-FILE
           .

      *****************************************************************
      * ACOMPTE DE LA NUIT : WS-PAY-REMAIN ET WS-ONACC-REASON SONT    *
      * RENSEIGNES PAR L'APPELANT                                     *
      *****************************************************************
       APPEND-ON-ACCOUNT.
           IF NOT WS-ONACCN-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE PA-CUST-NO      TO OAN-C-NO
           MOVE PA-DATE         TO OAN-DATE
           MOVE PA-REFERENCE    TO OAN-REFERENCE
           MOVE WS-PAY-REMAIN   TO OAN-AMOUNT
           MOVE WS-ONACC-REASON TO OAN-REASON
           WRITE ONACCN-RECORD
           ADD 1 TO WS-ONACC-ADDED
           .

       WRITE-UNMATCHED-LINE.
           .

       FINALIZATION.
           IF WS-ONACCN-OPEN
              CLOSE ONACCN-FILE
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           IF WS-OVERFLOW
              WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
           MOVE WS-INVOICES-ADDED TO WS-RPT-ADDED
           MOVE WS-ITEMS-CLOSED   TO WS-RPT-CLOSED
           MOVE WS-ITEMS-CARRIED  TO WS-RPT-STILL-OPEN
           MOVE WS-ITEMS-REOPENED TO WS-RPT-REOPENED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-PAYMENTS-READ      TO WS-RPT-PAY-READ
           MOVE WS-PAYMENTS-MATCHED   TO WS-RPT-PAY-MATCH
           MOVE WS-PAYMENTS-UNMATCHED TO WS-RPT-PAY-UNMATCH
           WRITE REPORT-RECORD FROM WS-PAY-SUMMARY-LINE
           MOVE WS-ONACC-CARRIED      TO WS-RPT-OA-CARRIED
           MOVE WS-ONACC-ADDED        TO WS-RPT-OA-ADDED
           WRITE REPORT-RECORD FROM WS-ONACC-SUMMARY-LINE
           MOVE WS-CREDITS-READ       TO WS-RPT-CN-READ
           MOVE WS-CREDITS-MATCHED    TO WS-RPT-CN-MATCH
           MOVE WS-CREDITS-ONACC      TO WS-RPT-CN-ONACC
           WRITE REPORT-RECORD FROM WS-CN-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FACTURES REPRISES: ' WS-CARRIED-IN
           DISPLAY 'FACTURES EMISES: ' WS-INVOICES-ADDED
           DISPLAY 'FACTURES SOLDEES: ' WS-ITEMS-CLOSED
           DISPLAY 'FACTURES REOUVERTES: ' WS-ITEMS-REOPENED
           DISPLAY 'FACTURES REPORTEES: ' WS-ITEMS-CARRIED
           IF WS-OVERFLOW
              DISPLAY 'TABLE DES FACTURES OUVERTES SATUREE, ETAT '
