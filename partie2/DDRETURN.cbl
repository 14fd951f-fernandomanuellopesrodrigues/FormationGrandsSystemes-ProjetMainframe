       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRETURN.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : PRELEVEMENTS REVENUS IMPAYES OU REJETES           *
      * OBJECTIF  : LA BANQUE RENVOIE LES PRELEVEMENTS EMIS PAR       *
      *             DDCOLL QU'ELLE N'A PAS PU ENCAISSER (PROVISION    *
      *             INSUFFISANTE, COMPTE CLOS, MANDAT CONTESTE...)    *
      *             DANS LE FICHIER FVDDRTN. LE REGLEMENT ATTENDU     *
      *             AYANT DEJA ETE IMPUTE PAR IMPREGLS, CHAQUE IMPAYE *
      *             RETROUVE DANS LE REGISTRE FVDDREG PAR SA          *
      *             REFERENCE :                                       *
      *             - REMET SON MONTANT SUR API9.CUSTOMERS.BALANCE    *
      *               (INVERSE D'APPLY-PAYMENT D'IMPREGLS, SOUS LE    *
      *               VERROU DE CHAINE FVRUNLCK) ;                    *
      *             - PART DANS FVDDRJT, RELU PAR OPENITEM QUI        *
      *               ROUVRE LA FACTURE A HAUTEUR DE L'IMPAYE, ET PAR *
      *               DUNNING QUI ESCALADE LA RELANCE DU CLIENT DES   *
      *               LE PASSAGE SUIVANT, MEME SOUS LE SEUIL ;        *
      *             - EST INSCRIT AU REGISTRE (STATUT R) : UN MEME    *
      *               IMPAYE RECU DEUX FOIS N'EST TRAITE QU'UNE FOIS, *
      *               ET LA FACTURE N'EST JAMAIS REPRESENTEE PAR      *
      *               DDCOLL ;                                        *
      *             - INCREMENTE LE COMPTEUR D'IMPAYES DU MANDAT : LE *
      *               MANDAT EST REVOQUE SUR UN MOTIF DEFINITIF       *
      *               (AC04 COMPTE CLOS, MD01 PAS DE MANDAT) ET       *
      *               SUSPENDU AU DEUXIEME IMPAYE (CARTE MAXRET=,     *
      *               2 PAR DEFAUT) ; MANDMNT LE REACTIVE.            *
      *             UN IMPAYE DONT LE MONTANT DIFFERE DU PRELEVEMENT  *
      *             PRESENTE EST ECARTE POUR ANALYSE.                 *
      *             UN IMPAYE DATE D'UNE PERIODE EN CLOTURE OU FERMEE *
      *             (FVPERST, SOUS-PROGRAMME PERIODCK) EST ECARTE OU, *
      *             EN MODE REPORTER, TRAITE AVEC LE PREMIER JOUR     *
      *             OUVERT POUR DATE COMPTABLE (RJ-RETURN-DATE) ;     *
      *             CHAQUE REFUS OU REPORT EST TRACE DANS FVBKPOST.   *
      * ENTREE    : SYSIN (MAXRET=, LOCKFORCE FACULTATIVES), FVDDRTN  *
      *             (IMPAYES : REFERENCE, DATE, MONTANT, MOTIF),      *
      *             FVDDREG (REGISTRE DES PRELEVEMENTS), FVMANDAT,    *
      *             FVPERST (STATUT DES PERIODES, FACULTATIF)         *
      * SORTIE    : MAJ API9.CUSTOMERS.BALANCE, FVDDRJT (IMPAYES      *
      *             POUR OPENITEM ET DUNNING), FVDDREG (AJOUT), MAJ   *
      *             FVMANDAT + RAPPORT (FREPORT) + FVBKPOST (REFUS/   *
      *             REPORTS DE PERIODE, AJOUT) + FRUNHST (JOURNAL DES *
      *             EXECUTIONS, AJOUT)                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

      * VERROU D'EXECUTION DE LA CHAINE (FVRUNLCK, PARTAGE PAR TOUS
      * LES PROGRAMMES QUI ECRIVENT LA BASE, CF. IMPREGLS)
           SELECT RUNLOCK-FILE
               ASSIGN TO FVRUNLCK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.

           SELECT RETURNS-FILE
               ASSIGN TO FVDDRTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.

      * REGISTRE DES PRELEVEMENTS (ALIMENTE PAR DDCOLL) : LU A
      * L'INITIALISATION, COMPLETE EN AJOUT PAR LES IMPAYES
           SELECT DDREG-FILE
               ASSIGN TO FVDDREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.

           SELECT MANDAT-FILE
               ASSIGN TO FVMANDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MD-STATUS.

      * IMPAYES TRAITES : RELUS PAR OPENITEM (REOUVERTURE DE LA
      * FACTURE) ET PAR DUNNING (ESCALADE DE LA RELANCE)
           SELECT REJECTED-FILE
               ASSIGN TO FVDDRJT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.

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

      * IMPAYE RENVOYE PAR LA BANQUE : REFERENCE DU PRELEVEMENT
      * (NUMERO DE FACTURE + 'PRL'), DATE DU RETOUR, MONTANT, MOTIF
       FD  RETURNS-FILE.
       01 RETURN-RECORD.
          05 RT-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1).
          05 RT-DATE              PIC X(10).
          05 FILLER               PIC X(1).
          05 RT-AMOUNT-TXT        PIC X(12).
          05 FILLER               PIC X(1).
          05 RT-REASON            PIC X(4).

      * MEME DISPOSITION QUE DDREG-RECORD DANS DDCOLL
       FD  DDREG-FILE.
       01 DDREG-RECORD.
          05 DR-INV-NO            PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-C-NO              PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-INV-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-COLL-DATE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-REFERENCE         PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-STATUS            PIC X(1).
             88 DR-PRESENTED                 VALUE 'P'.
             88 DR-RETURNED                  VALUE 'R'.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 DR-TIMESTAMP         PIC X(20).

      * MEME DISPOSITION QUE MANDAT-RECORD DANS MANDMNT
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

      * IMPAYE TRAITE : FACTURE, CLIENT, DATE DE FACTURE, MONTANT
      * REMIS AU SOLDE, DATE DU RETOUR, MOTIF ET REFERENCE ; MEME
      * DISPOSITION DANS OPENITEM ET DUNNING
       FD  REJECTED-FILE.
       01 REJECTED-RECORD.
          05 RJ-INV-NO            PIC 9(7).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-C-NO              PIC 9(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-INV-DATE          PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-AMOUNT            PIC S9(9)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-RETURN-DATE       PIC X(10).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REASON            PIC X(4).
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 RJ-REFERENCE         PIC X(10).

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
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.

       01 WS-LK-STATUS            PIC XX         VALUE SPACES.
          88 WS-LK-OK                            VALUE '00'.

       01 WS-RT-STATUS            PIC XX         VALUE SPACES.
          88 WS-RT-OK                            VALUE '00'.
          88 WS-RT-EOF                           VALUE '10'.

       01 WS-DR-STATUS            PIC XX         VALUE SPACES.
          88 WS-DR-OK                            VALUE '00'.
          88 WS-DR-EOF                           VALUE '10'.

       01 WS-MD-STATUS            PIC XX         VALUE SPACES.
          88 WS-MD-OK                            VALUE '00'.

       01 WS-RJ-STATUS            PIC XX         VALUE SPACES.
          88 WS-RJ-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

       01 WS-PS-STATUS            PIC XX         VALUE SPACES.
          88 WS-PS-OK                            VALUE '00'.
          88 WS-PS-EOF                           VALUE '10'.

       01 WS-BP-STATUS            PIC XX         VALUE SPACES.
          88 WS-BP-OK                            VALUE '00'.

       01 WS-RH-STATUS            PIC XX         VALUE SPACES.
          88 WS-RH-OK                            VALUE '00'.

      * CARTE SYSIN LOCKFORCE : IGNORE UN VERROU RESTE DETENU APRES
      * UN INCIDENT (NETTOYAGE OPERATEUR)
       01 WS-LOCK-OVERRIDE-SW     PIC X          VALUE 'N'.
          88 WS-LOCK-OVERRIDE                    VALUE 'Y'.

      * NOMBRE D'IMPAYES QUI SUSPEND LE MANDAT (CARTE MAXRET=)
       01 WS-MAX-RETURNS          PIC 9(2)       VALUE 2.

      * PRELEVEMENTS DU REGISTRE, CHARGES EN TABLE ; UN IMPAYE DEJA
      * TRAITE PORTE LE STATUT R (DERNIERE LIGNE DU REGISTRE)
       01 WS-REG-TABLE.
          05 WS-RG-ENTRY OCCURS 20000 TIMES INDEXED BY RG-IX.
             10 WS-RG-REFERENCE   PIC X(10).
             10 WS-RG-INV-NO      PIC 9(7).
             10 WS-RG-C-NO        PIC 9(4).
             10 WS-RG-INV-DATE    PIC X(10).
             10 WS-RG-COLL-DATE   PIC X(10).
             10 WS-RG-AMOUNT      PIC S9(9)V99 COMP-3.
             10 WS-RG-STATUS      PIC X(1).
       01 WS-REG-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-REG-MAX              PIC 9(5)       VALUE 20000.
       01 WS-REG-FOUND            PIC 9(5)       VALUE ZERO.
       01 WS-SEARCH-REF           PIC X(10)      VALUE SPACES.

      * IMPAYE EN COURS
       01 WS-RETURN-AMOUNT        PIC S9(9)V99 COMP-3 VALUE +0.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK ; LA
      * DATE CONTROLEE EST LA DATE DU RETOUR, LA DATE RETENUE
      * (REPORT EVENTUEL) DATE L'IMPAYE DANS FVDDRJT
       01 WS-PER-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-PER-MAX              PIC 9(3)       VALUE 120.
       01 WS-PER-TABLE.
          05 WS-PE-ENTRY OCCURS 120 TIMES.
             10 WS-PE-PERIOD      PIC X(7).
             10 WS-PE-STATUS      PIC X(1).
             10 WS-PE-BACKPOST    PIC X(1).
       01 WS-PER-POST-DATE        PIC X(10)      VALUE SPACES.
       01 WS-PER-ACTION           PIC X          VALUE 'P'.
       01 WS-RET-POST-DATE        PIC X(10)      VALUE SPACES.
       01 WS-RUN-START-TS         PIC X(20)      VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-APPLIED   PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-REJECTED  PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-MANDATES-SUSP     PIC 9(5)       VALUE ZERO.
          05 WS-MANDATES-REVOKED  PIC 9(5)       VALUE ZERO.
          05 WS-TOTAL-RETURNED    PIC S9(11)V99 COMP-3 VALUE +0.
       01 WS-COMMIT-COUNT         PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'PRELEVEMENTS REVENUS IMPAYES -> CUSTOMERS.BALANCE'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(5)       VALUE 'REF: '.
             10 WS-RPT-REF        PIC X(10).
             10 FILLER            PIC X(10)      VALUE '  CLIENT: '.
             10 WS-RPT-CUST       PIC Z(3)9.
             10 FILLER            PIC X(11)      VALUE '  FACTURE: '.
             10 WS-RPT-INV        PIC Z(6)9.
             10 FILLER            PIC X(8)       VALUE '  DATE: '.
             10 WS-RPT-DATE       PIC X(10).
             10 FILLER            PIC X(11)      VALUE '  MONTANT: '.
             10 WS-RPT-AMOUNT     PIC -(8)9,99.
             10 FILLER            PIC X(9)       VALUE '  MOTIF: '.
             10 WS-RPT-REASON     PIC X(4).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(36).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(13)      VALUE 'TOTAL LUS: '.
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE ' - TRAITES: '.
             10 WS-RPT-APPLIED    PIC ZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE ' - ECARTES: '.
             10 WS-RPT-REJECTED   PIC ZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-AMOUNT-LINE.
             10 FILLER            PIC X(25)      VALUE
                'MONTANT REMIS AU SOLDE : '.
             10 WS-RPT-TOT-AMT    PIC -(9)9,99.
             10 FILLER            PIC X(23)      VALUE
                '  MANDATS SUSPENDUS : '.
             10 WS-RPT-SUSP       PIC ZZ,ZZ9.
             10 FILLER            PIC X(18)      VALUE
                '  REVOQUES : '.
             10 WS-RPT-REVOKED    PIC ZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01 H-C-NO                  PIC 9(4).
       01 H-C-RETURN              PIC S9(9)V99   USAGE COMP-3.

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
           DISPLAY 'DEBUT DU PROGRAMME DDRETURN'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           PERFORM TAKE-RUN-LOCK

           OPEN INPUT RETURNS-FILE
           IF NOT WS-RT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER DES IMPAYES: '
                      WS-RT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF

           PERFORM LOAD-COLLECTION-REGISTER
           PERFORM LOAD-PERIOD-STATUS

           OPEN EXTEND DDREG-FILE
           IF NOT WS-DR-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE DES PRELEVEMENTS: '
                      WS-DR-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE RETURNS-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF

           OPEN I-O MANDAT-FILE
           OPEN OUTPUT REJECTED-FILE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-MD-OK OR NOT WS-RJ-OK OR NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIERS: '
                      WS-MD-STATUS ' ' WS-RJ-STATUS ' '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN (MAXRET=, LOCKFORCE)                 *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SI-OK
              PERFORM UNTIL WS-SI-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-SI-STATUS
                    NOT AT END PERFORM PROCESS-SYSIN-CARD
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

       PROCESS-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:9) = 'LOCKFORCE'
                 MOVE 'Y' TO WS-LOCK-OVERRIDE-SW
                 DISPLAY 'CARTE LOCKFORCE : VERROU EVENTUEL IGNORE'
              WHEN SYSIN-RECORD(1:7) = 'MAXRET='
                 IF SYSIN-RECORD(8:2) IS NUMERIC
                    AND SYSIN-RECORD(8:2) > '00'
                    MOVE SYSIN-RECORD(8:2) TO WS-MAX-RETURNS
                 ELSE
                    DISPLAY 'CARTE MAXRET= INVALIDE (01 A 99): '
                            SYSIN-RECORD(1:20)
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * PRISE DU VERROU D'EXECUTION DE LA CHAINE (MEME LOGIQUE QUE    *
      * IMPREGLS)                                                     *
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
           MOVE 'DDRETURN' TO LK-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:20) TO LK-TIMESTAMP
           WRITE RUNLOCK-RECORD
           CLOSE RUNLOCK-FILE
           .

       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUNLOCK-FILE
           IF WS-LK-OK
              MOVE 'F' TO LK-STATUS
              MOVE 'DDRETURN' TO LK-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:20) TO LK-TIMESTAMP
              WRITE RUNLOCK-RECORD
              CLOSE RUNLOCK-FILE
           ELSE
              DISPLAY 'ERREUR LEVEE DU VERROU DE CHAINE: '
                      WS-LK-STATUS
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DU REGISTRE DES PRELEVEMENTS : UNE LIGNE R         *
      * (IMPAYE DEJA TRAITE) MET A JOUR LE PRELEVEMENT DEJA EN TABLE  *
      *****************************************************************
       LOAD-COLLECTION-REGISTER.
           OPEN INPUT DDREG-FILE
           IF NOT WS-DR-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE DES PRELEVEMENTS: '
                      WS-DR-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE RETURNS-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF
           PERFORM UNTIL WS-DR-EOF
              READ DDREG-FILE
                 AT END MOVE '10' TO WS-DR-STATUS
                 NOT AT END PERFORM LOAD-ONE-REGISTER-LINE
              END-READ
           END-PERFORM
           CLOSE DDREG-FILE
           MOVE '00' TO WS-DR-STATUS
           DISPLAY 'PRELEVEMENTS AU REGISTRE: ' WS-REG-COUNT
           .

       LOAD-ONE-REGISTER-LINE.
           MOVE DR-REFERENCE TO WS-SEARCH-REF
           PERFORM FIND-REGISTER-ENTRY
           IF WS-REG-FOUND > 0
              MOVE DR-STATUS TO WS-RG-STATUS(WS-REG-FOUND)
              EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT >= WS-REG-MAX
              DISPLAY 'REGISTRE DES PRELEVEMENTS SATURE, AUCUN '
                      'IMPAYE TRAITE'
              MOVE 8 TO RETURN-CODE
              CLOSE DDREG-FILE
              CLOSE RETURNS-FILE
              PERFORM RELEASE-RUN-LOCK
              GOBACK
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE DR-REFERENCE TO WS-RG-REFERENCE(WS-REG-COUNT)
           MOVE DR-INV-NO    TO WS-RG-INV-NO(WS-REG-COUNT)
           MOVE DR-C-NO      TO WS-RG-C-NO(WS-REG-COUNT)
           MOVE DR-INV-DATE  TO WS-RG-INV-DATE(WS-REG-COUNT)
           MOVE DR-COLL-DATE TO WS-RG-COLL-DATE(WS-REG-COUNT)
           MOVE DR-AMOUNT    TO WS-RG-AMOUNT(WS-REG-COUNT)
           MOVE DR-STATUS    TO WS-RG-STATUS(WS-REG-COUNT)
           .

       FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-REG-FOUND
           PERFORM VARYING RG-IX FROM 1 BY 1
                   UNTIL RG-IX > WS-REG-COUNT
              IF WS-RG-REFERENCE(RG-IX) = WS-SEARCH-REF
                 SET WS-REG-FOUND TO RG-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * TRAITEMENT DU FICHIER                                         *
      *****************************************************************
       PROCESS-FILE.
           PERFORM UNTIL WS-RT-EOF
              READ RETURNS-FILE
                 AT END MOVE '10' TO WS-RT-STATUS
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    PERFORM PROCESS-RECORD
              END-READ
           END-PERFORM
           .

      *****************************************************************
      * TRAITEMENT D'UN IMPAYE                                        *
      *****************************************************************
       PROCESS-RECORD.
           MOVE ZERO TO WS-RPT-CUST WS-RPT-INV
           MOVE +0 TO WS-RETURN-AMOUNT
           MOVE RT-REFERENCE TO WS-SEARCH-REF
           PERFORM FIND-REGISTER-ENTRY
           IF WS-REG-FOUND = 0
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'PRELEVEMENT INCONNU AU REGISTRE'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RG-C-NO(WS-REG-FOUND)   TO WS-RPT-CUST
           MOVE WS-RG-INV-NO(WS-REG-FOUND) TO WS-RPT-INV
           MOVE WS-RG-AMOUNT(WS-REG-FOUND) TO WS-RETURN-AMOUNT
           IF WS-RG-STATUS(WS-REG-FOUND) = 'R'
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'IMPAYE DEJA TRAITE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(RT-AMOUNT-TXT) NOT = 0
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'MONTANT NON NUMERIQUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(RT-AMOUNT-TXT) NOT = WS-RETURN-AMOUNT
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'MONTANT DIFFERENT DU PRELEVEMENT'
                 TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

      * IMPAYE DATE D'UNE PERIODE EN CLOTURE OU FERMEE : ECARTE (LE
      * REGISTRE N'EST PAS MARQUE, L'IMPAYE PEUT ETRE REPRESENTE) OU
      * TRAITE AVEC LE PREMIER JOUR OUVERT POUR DATE COMPTABLE
           MOVE RT-DATE TO WS-RET-POST-DATE
           CALL 'PERIODCK' USING RT-DATE WS-PER-COUNT WS-PER-TABLE
                   WS-PER-POST-DATE WS-PER-ACTION
           IF WS-PER-ACTION = 'X'
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'PERIODE DU RETOUR FERMEE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              MOVE WS-RETURN-AMOUNT TO BP-AMOUNT
              MOVE 'IMPAYE REFUSE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              EXIT PARAGRAPH
           END-IF
           IF WS-PER-ACTION = 'R'
              MOVE WS-PER-POST-DATE TO WS-RET-POST-DATE
           END-IF

           PERFORM RESTORE-CUSTOMER-BALANCE
           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-ERROR
              DISPLAY 'ERREUR MAJ SOLDE CLIENT '
                      WS-RG-C-NO(WS-REG-FOUND) ' SQLCODE ' SQLCODE
              MOVE 'ERREUR MISE A JOUR' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REJECTED-LINE
           PERFORM RECORD-RETURN-IN-REGISTER
           PERFORM UPDATE-MANDATE
           ADD 1 TO WS-RECORDS-APPLIED
           ADD WS-RETURN-AMOUNT TO WS-TOTAL-RETURNED
           IF WS-PER-ACTION = 'R'
              MOVE SPACES TO WS-RPT-STATUS
              STRING 'TRAITE, DATE COMPTABLE ' WS-RET-POST-DATE
                 DELIMITED BY SIZE INTO WS-RPT-STATUS
              END-STRING
              MOVE WS-RETURN-AMOUNT TO BP-AMOUNT
              MOVE 'IMPAYE REPORTE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           ELSE
              MOVE 'TRAITE' TO WS-RPT-STATUS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= 100
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-COMMIT-COUNT
           END-IF
           .

      *****************************************************************
      * LE MONTANT PRELEVE, IMPUTE EN DIMINUTION DU SOLDE PAR         *
      * IMPREGLS, EST REMIS AU SOLDE DU CLIENT                        *
      *****************************************************************
       RESTORE-CUSTOMER-BALANCE.
           MOVE WS-RG-C-NO(WS-REG-FOUND) TO H-C-NO
           MOVE WS-RETURN-AMOUNT TO H-C-RETURN
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET BALANCE = COALESCE(BALANCE,0) + :H-C-RETURN
                WHERE C_NO = :H-C-NO
           END-EXEC
           .

       WRITE-REJECTED-LINE.
           MOVE SPACES TO REJECTED-RECORD
           MOVE WS-RG-INV-NO(WS-REG-FOUND)   TO RJ-INV-NO
           MOVE WS-RG-C-NO(WS-REG-FOUND)     TO RJ-C-NO
           MOVE WS-RG-INV-DATE(WS-REG-FOUND) TO RJ-INV-DATE
           MOVE WS-RETURN-AMOUNT             TO RJ-AMOUNT
           MOVE WS-RET-POST-DATE             TO RJ-RETURN-DATE
           MOVE RT-REASON                    TO RJ-REASON
           MOVE RT-REFERENCE                 TO RJ-REFERENCE
           WRITE REJECTED-RECORD
           .

       RECORD-RETURN-IN-REGISTER.
           MOVE SPACES TO DDREG-RECORD
           MOVE WS-RG-INV-NO(WS-REG-FOUND)    TO DR-INV-NO
           MOVE WS-RG-C-NO(WS-REG-FOUND)      TO DR-C-NO
           MOVE WS-RG-INV-DATE(WS-REG-FOUND)  TO DR-INV-DATE
           MOVE WS-RETURN-AMOUNT              TO DR-AMOUNT
           MOVE WS-RG-COLL-DATE(WS-REG-FOUND) TO DR-COLL-DATE
           MOVE RT-REFERENCE                  TO DR-REFERENCE
           MOVE 'R'                           TO DR-STATUS
           MOVE FUNCTION CURRENT-DATE(1:20)   TO DR-TIMESTAMP
           WRITE DDREG-RECORD
           IF NOT WS-DR-OK
              DISPLAY 'ERREUR ECRITURE REGISTRE DES PRELEVEMENTS: '
                      WS-DR-STATUS
              MOVE '00' TO WS-DR-STATUS
              ADD 1 TO WS-RECORDS-ERROR
           END-IF
           MOVE 'R' TO WS-RG-STATUS(WS-REG-FOUND)
           .

      *****************************************************************
      * COMPTEUR D'IMPAYES DU MANDAT : REVOCATION SUR MOTIF DEFINITIF,*
      * SUSPENSION AU SEUIL MAXRET                                    *
      *****************************************************************
       UPDATE-MANDATE.
           MOVE WS-RG-C-NO(WS-REG-FOUND) TO MD-CUST-NO
           READ MANDAT-FILE
           IF NOT WS-MD-OK
              DISPLAY 'MANDAT INTROUVABLE POUR LE CLIENT '
                      WS-RG-C-NO(WS-REG-FOUND)
              EXIT PARAGRAPH
           END-IF
           IF MD-RETURNS < 99
              ADD 1 TO MD-RETURNS
           END-IF
           EVALUATE TRUE
              WHEN MD-REVOKED
                 CONTINUE
              WHEN RT-REASON = 'AC04' OR RT-REASON = 'MD01'
                 MOVE 'R' TO MD-STATUS
                 ADD 1 TO WS-MANDATES-REVOKED
              WHEN MD-ACTIVE AND MD-RETURNS >= WS-MAX-RETURNS
                 MOVE 'S' TO MD-STATUS
                 ADD 1 TO WS-MANDATES-SUSP
           END-EVALUATE
           REWRITE MANDAT-RECORD
           IF NOT WS-MD-OK
              DISPLAY 'ERREUR REECRITURE MANDAT ' MD-CUST-NO
                      ' STATUS ' WS-MD-STATUS
              ADD 1 TO WS-RECORDS-ERROR
           END-IF
           .

      *****************************************************************
      * ECRITURE LIGNE DE DETAIL                                      *
      *****************************************************************
       WRITE-DETAIL-LINE.
           MOVE RT-REFERENCE     TO WS-RPT-REF
           MOVE RT-DATE          TO WS-RPT-DATE
           MOVE WS-RETURN-AMOUNT TO WS-RPT-AMOUNT
           MOVE RT-REASON        TO WS-RPT-REASON
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
      * TRACE D'UN IMPAYE REFUSE OU REPORTE (FVBKPOST, EN AJOUT) ;    *
      * BP-AMOUNT ET BP-DETAIL SONT RENSEIGNES PAR L'APPELANT         *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BP-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BP-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'DDRETURN'       TO BP-PROGRAM
              MOVE WS-PER-ACTION    TO BP-ACTION
              MOVE RT-DATE          TO BP-ORIG-DATE
              MOVE WS-PER-POST-DATE TO BP-POST-DATE
              MOVE RT-REFERENCE     TO BP-REFERENCE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-BP-STATUS
           END-IF
           MOVE '00' TO WS-BP-STATUS
           .

      *****************************************************************
      * FINALISATION                                                  *
      *****************************************************************
       FINALIZATION.
           EXEC SQL COMMIT END-EXEC
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ     TO WS-RPT-TOTAL
           MOVE WS-RECORDS-APPLIED  TO WS-RPT-APPLIED
           MOVE WS-RECORDS-REJECTED TO WS-RPT-REJECTED
           MOVE WS-RECORDS-ERROR    TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-TOTAL-RETURNED   TO WS-RPT-TOT-AMT
           MOVE WS-MANDATES-SUSP    TO WS-RPT-SUSP
           MOVE WS-MANDATES-REVOKED TO WS-RPT-REVOKED
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           PERFORM CLOSE-FILES
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'FIN DU PROGRAMME DDRETURN'
           DISPLAY 'TOTAL IMPAYES LUS: ' WS-RECORDS-READ
           DISPLAY 'TOTAL TRAITES: ' WS-RECORDS-APPLIED
           DISPLAY 'TOTAL ECARTES: ' WS-RECORDS-REJECTED
           DISPLAY 'TOTAL ERREURS: ' WS-RECORDS-ERROR
           IF WS-RECORDS-ERROR > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-RECORDS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
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
           MOVE 'DDRETURN' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-RECORDS-READ    TO RH-RECORDS-READ
           MOVE WS-RECORDS-APPLIED TO RH-RECORDS-OK
           MOVE WS-RECORDS-ERROR   TO RH-RECORDS-ERROR
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

      *****************************************************************
      * FERMETURE DES FICHIERS                                        *
      *****************************************************************
       CLOSE-FILES.
           CLOSE RETURNS-FILE
           CLOSE DDREG-FILE
           CLOSE MANDAT-FILE
           CLOSE REJECTED-FILE
           CLOSE REPORT-FILE
           .
