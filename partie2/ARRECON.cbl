       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : RAPPROCHEMENT AUXILIAIRE CLIENTS / GRAND LIVRE    *
      * OBJECTIF  : TROIS CHIFFRES DEVRAIENT CONCORDER ET PERSONNE NE *
      *             LES COMPARAIT : LA SOMME DES SOLDES CLIENTS       *
      *             (API9.CUSTOMERS.BALANCE), LE SOLDE AUXILIAIRE     *
      *             (FACTURES OUVERTES DE FVOPNIT MOINS ACOMPTES NON  *
      *             LETTRES DE FVONACC, TENUS PAR OPENITEM) ET LE     *
      *             SOLDE DES COMPTES CLIENTS DU GRAND LIVRE CUMULE   *
      *             DEPUIS LES JOURNAUX FVGLJRN DE GLJRNL. CE LOT     *
      *             CALCULE LES TROIS A LA DATE ASOF= (DU JOUR PAR    *
      *             DEFAUT) ET :                                      *
      *             - LISTE LES CLIENTS DONT LE SOLDE DIFFERE DE LEUR *
      *               SOLDE AUXILIAIRE (ET LES CLIENTS DU LETTRAGE    *
      *               ABSENTS DE LA BASE) ;                           *
      *             - VENTILE LE MOUVEMENT DES COMPTES CLIENTS DU     *
      *               MOIS PAR JOUR ET PAR PROGRAMME SOURCE (JR-      *
      *               SOURCE), EN REGARD DES EXECUTIONS DU JOUR LUES  *
      *               DANS FRUNHST : UN JOUR OU UN PROGRAMME QUI      *
      *               MOUVEMENTE LES SOLDES CLIENTS A TOURNE SANS     *
      *               AUCUNE ECRITURE CLIENT AU GRAND LIVRE, OU UNE   *
      *               EXTRACTION GLJRNL A ETE REJETEE, EST SIGNALE.   *
      *             LES COMPTES CLIENTS SONT CEUX DES REGLES RECV DE  *
      *             FVGLRULE (411000 SANS REGLE). ECART SOLDES /      *
      *             AUXILIAIRE, OU ECART GRAND LIVRE / SOLDES SANS    *
      *             JOUR SIGNALE POUR L'EXPLIQUER : RETURN-CODE 8, LE *
      *             MOIS NE PEUT PAS ETRE ARRETE. ECART GRAND LIVRE / *
      *             SOLDES COUVERT PAR DES JOURS SIGNALES : RETURN-   *
      *             CODE 4. LE SOLDE CLIENT EST LE SOLDE COURANT EN   *
      *             BASE : ASOF= EST LA DERNIERE NUIT TRAITEE.        *
      * ENTREE    : SYSIN (ASOF= FACULTATIVE), FVGLJRN (CONCATENATION *
      *             DES JOURNAUX DE GLJRNL), FVGLRULE (REGLES         *
      *             D'IMPUTATION, FACULTATIF), FVOPNIT (FACTURES      *
      *             OUVERTES), FVONACC (ACOMPTES, FACULTATIF),        *
      *             FRUNHST (JOURNAL DES EXECUTIONS, FACULTATIF),     *
      *             BASE DB2 (API9.CUSTOMERS)                         *
      * SORTIE    : RAPPORT (FREPORT), RC 8 SI ECART INEXPLIQUE       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * TOUS LES JOURNAUX EMIS PAR GLJRNL (GENERATIONS CONCATENEES)
           SELECT JOURNAL-FILE
               ASSIGN TO FVGLJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT GLRULE-FILE
               ASSIGN TO FVGLRULE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GLRULE.

           SELECT OPENIT-FILE
               ASSIGN TO FVOPNIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPNIT.

           SELECT ONACC-FILE
               ASSIGN TO FVONACC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ONACC.

           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * MEME DISPOSITION QUE JOURNAL-RECORD DANS GLJRNL
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-ACCOUNT              PIC X(6).
           05 FILLER                  PIC X(1).
           05 JR-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 JR-SENS                 PIC X(1).
           05 FILLER                  PIC X(1).
           05 JR-AMOUNT               PIC S9(11)V99.
           05 FILLER                  PIC X(1).
           05 JR-SOURCE               PIC X(8).
           05 FILLER                  PIC X(1).
           05 JR-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 JR-COST-CENTRE          PIC X(6).

      * MEME DISPOSITION QUE GLRULE-RECORD DANS GLJRNL
       FD  GLRULE-FILE.
       01  GLRULE-RECORD.
           05 GR-TXN-TYPE             PIC X(4).
           05 FILLER                  PIC X(1).
           05 GR-SRC                  PIC X(2).
           05 FILLER                  PIC X(1).
           05 GR-FAMILY               PIC X(4).
           05 FILLER                  PIC X(1).
           05 GR-LOC                  PIC X(2).
           05 FILLER                  PIC X(1).
           05 GR-ACCOUNT              PIC X(6).
           05 FILLER                  PIC X(1).
           05 GR-COST-CENTRE          PIC X(6).

      * MEME DISPOSITION QUE OPENIT-RECORD DANS OPENITEM
       FD  OPENIT-FILE.
       01  OPENIT-RECORD.
           05 OI-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 OI-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 OI-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 OI-GROSS                PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 OI-OPEN                 PIC S9(9)V99.

      * MEME DISPOSITION QUE ONACC-RECORD DANS OPENITEM
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

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1).
           05 RH-START-TS             PIC X(20).
           05 FILLER                  PIC X(1).
           05 RH-END-TS               PIC X(20).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-READ         PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-OK           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-ERROR        PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-STATUS-CODE          PIC X(4).
           05 FILLER                  PIC X(1).
           05 RH-RETURN-CODE          PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-JOURNAL              PIC XX VALUE SPACES.
           88 WS-JOURNAL-OK                 VALUE '00'.
           88 WS-JOURNAL-EOF                VALUE '10'.
       01  WS-FS-GLRULE               PIC XX VALUE SPACES.
           88 WS-GLRULE-OK                  VALUE '00'.
           88 WS-GLRULE-EOF                 VALUE '10'.
       01  WS-FS-OPNIT                PIC XX VALUE SPACES.
           88 WS-OPNIT-OK                   VALUE '00'.
           88 WS-OPNIT-EOF                  VALUE '10'.
       01  WS-FS-ONACC                PIC XX VALUE SPACES.
           88 WS-ONACC-OK                   VALUE '00'.
           88 WS-ONACC-EOF                  VALUE '10'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.
           88 WS-RH-EOF                     VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-SQL-EOF-SW              PIC X  VALUE 'N'.
           88 WS-SQL-EOF                    VALUE 'Y'.

      * DATE DU RAPPROCHEMENT (CARTE ASOF=AAAA-MM-JJ) ET PREMIER JOUR
      * DE SON MOIS (DEBUT DE LA VENTILATION PAR JOUR)
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
       01  WS-MONTH-START             PIC X(10) VALUE SPACES.
       01  WS-ASOF-DAY                PIC 9(2)  VALUE ZERO.

      * COMPTES CLIENTS DU GRAND LIVRE (REGLES RECV DE FVGLRULE)
       01  WS-RA-TABLE.
           05 WS-RA-ENTRY OCCURS 50 TIMES INDEXED BY RA-IX.
              10 WS-RA-ACCOUNT        PIC X(6).
       01  WS-RA-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-RA-MAX                  PIC 9(2) VALUE 50.
       01  WS-RA-FOUND                PIC 9(2) VALUE ZERO.
       01  WS-RA-KEY                  PIC X(6) VALUE SPACES.

      * SOLDE AUXILIAIRE PAR CLIENT (FACTURES OUVERTES, ACOMPTES)
       01  WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 5000 TIMES INDEXED BY CS-IX.
              10 WS-CS-C-NO           PIC 9(4).
              10 WS-CS-OPEN           PIC S9(11)V99 COMP-3.
              10 WS-CS-ONACC          PIC S9(11)V99 COMP-3.
              10 WS-CS-SEEN           PIC X(1).
       01  WS-CS-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CS-MAX                  PIC 9(5) VALUE 5000.
       01  WS-CS-FOUND                PIC 9(5) VALUE ZERO.
       01  WS-CS-KEY                  PIC 9(4) VALUE ZERO.

      * MOUVEMENT CLIENTS DU MOIS PAR JOUR (RANG = JOUR DU MOIS) ET
      * EXECUTIONS DU JOUR LUES DANS FRUNHST
       01  WS-DY-TABLE.
           05 WS-DY-ENTRY OCCURS 31 TIMES INDEXED BY DY-IX.
              10 WS-DY-GL-LINES       PIC 9(5).
              10 WS-DY-DEBIT          PIC S9(13)V99 COMP-3.
              10 WS-DY-CREDIT         PIC S9(13)V99 COMP-3.
              10 WS-DY-AR-RUNS        PIC 9(3).
              10 WS-DY-GLJ-REJECTS    PIC 9(3).
       01  WS-DAY-NO                  PIC 9(2) VALUE ZERO.
       01  WS-DAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-RH-END-DATE             PIC X(10) VALUE SPACES.

      * MOUVEMENT CLIENTS DU MOIS PAR JOUR ET PROGRAMME SOURCE
       01  WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 600 TIMES INDEXED BY DP-IX.
              10 WS-DP-DAY            PIC 9(2).
              10 WS-DP-SOURCE         PIC X(8).
              10 WS-DP-DEBIT          PIC S9(13)V99 COMP-3.
              10 WS-DP-CREDIT         PIC S9(13)V99 COMP-3.
       01  WS-DP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-DP-MAX                  PIC 9(3) VALUE 600.
       01  WS-DP-FOUND                PIC 9(3) VALUE ZERO.

      * PROGRAMMES DE LA CHAINE QUI MOUVEMENTENT LES SOLDES CLIENTS
       01  WS-RUN-PROGRAM             PIC X(8)  VALUE SPACES.
           88 WS-AR-POSTER                  VALUE 'IMPVENTS'
                 'CUSTBAL ' 'IMPREGLS' 'SUSPREL ' 'LATEFEE '
                 'ORDAMEND' 'RELHOLDS' 'REBATE  ' 'DDCOLL  '
                 'DDRETURN' 'SHIPMANF' 'RETNMGR ' 'PICKCONF'
                 'LOADREV ' 'RELBACKO' 'CUSTMERG' 'CAISRPT '.

      * LES TROIS SOLDES ET LEURS ECARTS
       01  WS-TOTALS.
           05 WS-TOT-BALANCE          PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-OPEN             PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-ONACC            PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-SUBLEDGER        PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-GL               PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-DIFF-SUBLEDGER       PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-DIFF-GL              PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-CUST-SUBLEDGER          PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-CUST-DIFF               PIC S9(11)V99 COMP-3 VALUE +0.

      * TABLE SATUREE : RAPPROCHEMENT INCOMPLET, RETURN-CODE 8
       01  WS-OVERFLOW-SW             PIC X  VALUE 'N'.
           88 WS-OVERFLOW                   VALUE 'Y'.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-GL-LINES-READ        PIC 9(7)  VALUE ZERO.
           05 WS-GL-LINES-AR          PIC 9(7)  VALUE ZERO.
           05 WS-ITEMS-READ           PIC 9(7)  VALUE ZERO.
           05 WS-ONACC-READ           PIC 9(7)  VALUE ZERO.
           05 WS-RUNS-READ            PIC 9(7)  VALUE ZERO.
           05 WS-CUSTOMERS-READ       PIC 9(7)  VALUE ZERO.
           05 WS-CUSTOMERS-DIFF       PIC 9(7)  VALUE ZERO.
           05 WS-CUSTOMERS-UNKNOWN    PIC 9(7)  VALUE ZERO.
           05 WS-DAYS-FLAGGED         PIC 9(3)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132) VALUE
                 'RAPPROCHEMENT AUXILIAIRE CLIENTS / GRAND LIVRE'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(19) VALUE
                 'RAPPROCHEMENT AU : '.
              10 WS-RPT-ASOF          PIC X(10).
              10 FILLER               PIC X(20) VALUE
                 '  COMPTES CLIENTS : '.
              10 WS-RPT-ACCOUNTS      PIC X(60).
           05 WS-SEPARATOR-LINE       PIC X(132) VALUE ALL '-'.
           05 WS-AMOUNT-LINE.
              10 WS-RPT-AMT-LABEL     PIC X(50).
              10 WS-RPT-AMT           PIC -(12)9,99.
           05 WS-DAY-TITLE-LINE       PIC X(132) VALUE
                 'MOUVEMENT DES COMPTES CLIENTS DU MOIS PAR JOUR ET PAR
      -          'PROGRAMME SOURCE'.
           05 WS-DAY-LINE.
              10 FILLER               PIC X(7)  VALUE 'JOUR: '.
              10 WS-RPT-DAY           PIC X(10).
              10 FILLER               PIC X(8)  VALUE '  NET: '.
              10 WS-RPT-DAY-NET       PIC -(12)9,99.
              10 FILLER               PIC X(13) VALUE
                 '  ECRITURES: '.
              10 WS-RPT-DAY-LINES     PIC ZZ,ZZ9.
              10 FILLER               PIC X(13) VALUE
                 '  EXECUTIONS:'.
              10 WS-RPT-DAY-RUNS      PIC ZZ9.
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-DAY-FLAG      PIC X(40).
           05 WS-SOURCE-LINE.
              10 FILLER               PIC X(15) VALUE
                 '   PROGRAMME: '.
              10 WS-RPT-SOURCE        PIC X(8).
              10 FILLER               PIC X(10) VALUE '  DEBIT: '.
              10 WS-RPT-SRC-DEBIT     PIC -(12)9,99.
              10 FILLER               PIC X(11) VALUE
                 '  CREDIT: '.
              10 WS-RPT-SRC-CREDIT    PIC -(12)9,99.
           05 WS-CUST-TITLE-LINE      PIC X(132) VALUE
                 'CLIENTS DONT LE SOLDE DIFFERE DU SOLDE AUXILIAIRE'.
           05 WS-CUST-LINE.
              10 FILLER               PIC X(9)  VALUE 'CLIENT: '.
              10 WS-RPT-CUST          PIC 9(4).
              10 FILLER               PIC X(9)  VALUE '  SOLDE:'.
              10 WS-RPT-CUST-BAL      PIC -(10)9,99.
              10 FILLER               PIC X(11) VALUE
                 '  OUVERT : '.
              10 WS-RPT-CUST-OPEN     PIC -(10)9,99.
              10 FILLER               PIC X(12) VALUE
                 '  ACOMPTES:'.
              10 WS-RPT-CUST-ONACC    PIC -(10)9,99.
              10 FILLER               PIC X(9)  VALUE '  ECART:'.
              10 WS-RPT-CUST-DIFF     PIC -(10)9,99.
              10 FILLER               PIC X(2)  VALUE SPACES.
              10 WS-RPT-CUST-NOTE     PIC X(20).
           05 WS-OVERFLOW-LINE        PIC X(132) VALUE
                 '*** TABLE SATUREE : RAPPROCHEMENT INCOMPLET ***'.
           05 WS-RESULT-LINE.
              10 FILLER               PIC X(12) VALUE
                 'RESULTAT : '.
              10 WS-RPT-RESULT        PIC X(80).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(22) VALUE
                 'ECRITURES LUES     : '.
              10 WS-RPT-GL-READ       PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 ' - CLIENTS     : '.
              10 WS-RPT-GL-AR         PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 ' - FACTURES    : '.
              10 WS-RPT-ITEMS         PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 ' - ACOMPTES    : '.
              10 WS-RPT-ONACC         PIC Z,ZZZ,ZZ9.
           05 WS-CUST-SUMMARY-LINE.
              10 FILLER               PIC X(22) VALUE
                 'CLIENTS EN BASE    : '.
              10 WS-RPT-CUSTS         PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 ' - EN ECART    : '.
              10 WS-RPT-CUSTS-DIFF    PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 ' - HORS BASE   : '.
              10 WS-RPT-CUSTS-UNK     PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(18) VALUE
                 ' - JOURS SIGNALES:'.
              10 WS-RPT-DAYS-FLAGGED  PIC ZZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-C-NO                     PIC 9(4).
       01  H-BALANCE                  PIC S9(9)V99 USAGE COMP-3.

           EXEC SQL
               DECLARE CUST-CURSOR CURSOR FOR
               SELECT C_NO, COALESCE(BALANCE,0)
                 FROM API9.CUSTOMERS
                ORDER BY C_NO
           END-EXEC.

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-RECEIVABLE-ACCOUNTS
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-ON-ACCOUNT
           PERFORM SCAN-GL-JOURNALS
           PERFORM SCAN-RUN-HISTORY
           PERFORM COMPARE-CUSTOMERS
           PERFORM REPORT-TOTALS
           PERFORM REPORT-DAYS
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME ARRECON'
           PERFORM READ-SYSIN-CARDS
           IF WS-ASOF-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-ASOF-DATE
              END-STRING
           END-IF
           IF WS-ASOF-DATE(1:4) NOT NUMERIC
              OR WS-ASOF-DATE(6:2) NOT NUMERIC
              OR WS-ASOF-DATE(9:2) NOT NUMERIC
              DISPLAY 'CARTE SYSIN ASOF=AAAA-MM-JJ INVALIDE : '
                      WS-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ASOF-DATE(9:2) TO WS-ASOF-DAY
           STRING WS-ASOF-DATE(1:8) '01'
              DELIMITED BY SIZE INTO WS-MONTH-START
           END-STRING
           PERFORM VARYING DY-IX FROM 1 BY 1 UNTIL DY-IX > 31
              MOVE 0  TO WS-DY-GL-LINES(DY-IX)
              MOVE +0 TO WS-DY-DEBIT(DY-IX)
              MOVE +0 TO WS-DY-CREDIT(DY-IX)
              MOVE 0  TO WS-DY-AR-RUNS(DY-IX)
              MOVE 0  TO WS-DY-GLJ-REJECTS(DY-IX)
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           .

      *****************************************************************
      * LECTURE DE LA CARTE SYSIN ASOF=                               *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END
                       IF SYSIN-RECORD(1:5) = 'ASOF='
                          MOVE SYSIN-RECORD(6:10) TO WS-ASOF-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * COMPTES CLIENTS : COMPTES DES REGLES RECV DE FVGLRULE (SANS   *
      * DOUBLON) ; SANS FICHIER OU SANS REGLE RECV, 411000            *
      *****************************************************************
       LOAD-RECEIVABLE-ACCOUNTS.
           OPEN INPUT GLRULE-FILE
           IF WS-GLRULE-OK
              PERFORM UNTIL WS-GLRULE-EOF
                 READ GLRULE-FILE
                    AT END MOVE '10' TO WS-FS-GLRULE
                    NOT AT END
                       IF GR-TXN-TYPE = 'RECV'
                          AND GR-ACCOUNT NOT = SPACES
                          PERFORM ADD-RECEIVABLE-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLRULE-FILE
           ELSE
              DISPLAY 'PAS DE REGLES D''IMPUTATION (' WS-FS-GLRULE
                      '), COMPTE CLIENTS 411000'
           END-IF
           IF WS-RA-COUNT = 0
              MOVE 1 TO WS-RA-COUNT
              MOVE '411000' TO WS-RA-ACCOUNT(1)
           END-IF
           MOVE SPACES TO WS-RPT-ACCOUNTS
           PERFORM VARYING RA-IX FROM 1 BY 1
                   UNTIL RA-IX > WS-RA-COUNT OR RA-IX > 8
              MOVE WS-RA-ACCOUNT(RA-IX)
                 TO WS-RPT-ACCOUNTS((RA-IX - 1) * 7 + 1:6)
           END-PERFORM
           .

       ADD-RECEIVABLE-ACCOUNT.
           MOVE GR-ACCOUNT TO WS-RA-KEY
           PERFORM FIND-RECEIVABLE-ACCOUNT
           IF WS-RA-FOUND = 0 AND WS-RA-COUNT < WS-RA-MAX
              ADD 1 TO WS-RA-COUNT
              MOVE GR-ACCOUNT TO WS-RA-ACCOUNT(WS-RA-COUNT)
           END-IF
           .

       FIND-RECEIVABLE-ACCOUNT.
           MOVE 0 TO WS-RA-FOUND
           PERFORM VARYING RA-IX FROM 1 BY 1
                   UNTIL RA-IX > WS-RA-COUNT
              IF WS-RA-ACCOUNT(RA-IX) = WS-RA-KEY
                 SET WS-RA-FOUND TO RA-IX
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * FACTURES OUVERTES (FVOPNIT) DATEES AU PLUS TARD DE ASOF=,     *
      * CUMULEES PAR CLIENT                                           *
      *****************************************************************
       LOAD-OPEN-ITEMS.
           OPEN INPUT OPENIT-FILE
           IF NOT WS-OPNIT-OK
              DISPLAY 'PAS D''ETAT DES FACTURES OUVERTES ('
                      WS-FS-OPNIT ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPNIT-EOF
              READ OPENIT-FILE
                 AT END MOVE '10' TO WS-FS-OPNIT
                 NOT AT END
                    IF OI-DATE NOT > WS-ASOF-DATE
                       ADD 1 TO WS-ITEMS-READ
                       MOVE OI-C-NO TO WS-CS-KEY
                       PERFORM FIND-CUSTOMER-ENTRY
                       IF WS-CS-FOUND > 0
                          ADD OI-OPEN TO WS-CS-OPEN(WS-CS-FOUND)
                       END-IF
                       ADD OI-OPEN TO WS-TOT-OPEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OPENIT-FILE
           .

      *****************************************************************
      * ACOMPTES NON LETTRES (FVONACC) DATES AU PLUS TARD DE ASOF=    *
      *****************************************************************
       LOAD-ON-ACCOUNT.
           OPEN INPUT ONACC-FILE
           IF NOT WS-ONACC-OK
              DISPLAY 'PAS D''ETAT DES ACOMPTES (' WS-FS-ONACC ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ONACC-EOF
              READ ONACC-FILE
                 AT END MOVE '10' TO WS-FS-ONACC
                 NOT AT END
                    IF OA-DATE NOT > WS-ASOF-DATE
                       ADD 1 TO WS-ONACC-READ
                       MOVE OA-C-NO TO WS-CS-KEY
                       PERFORM FIND-CUSTOMER-ENTRY
                       IF WS-CS-FOUND > 0
                          ADD OA-AMOUNT TO WS-CS-ONACC(WS-CS-FOUND)
                       END-IF
                       ADD OA-AMOUNT TO WS-TOT-ONACC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ONACC-FILE
           .

      *****************************************************************
      * RANG DU CLIENT WS-CS-KEY DANS LA TABLE AUXILIAIRE, CREE S'IL  *
      * EST ABSENT (WS-CS-FOUND = 0 SI LA TABLE EST SATUREE)          *
      *****************************************************************
       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-CS-FOUND
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > WS-CS-COUNT OR WS-CS-FOUND > 0
              IF WS-CS-C-NO(CS-IX) = WS-CS-KEY
                 SET WS-CS-FOUND TO CS-IX
              END-IF
           END-PERFORM
           IF WS-CS-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-CS-COUNT >= WS-CS-MAX
              MOVE 'Y' TO WS-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CS-COUNT
           MOVE WS-CS-COUNT TO WS-CS-FOUND
           MOVE WS-CS-KEY TO WS-CS-C-NO(WS-CS-FOUND)
           MOVE +0        TO WS-CS-OPEN(WS-CS-FOUND)
           MOVE +0        TO WS-CS-ONACC(WS-CS-FOUND)
           MOVE 'N'       TO WS-CS-SEEN(WS-CS-FOUND)
           .

      *****************************************************************
      * JOURNAUX FVGLJRN : SOLDE DES COMPTES CLIENTS JUSQU'A ASOF= ;  *
      * LES ECRITURES DU MOIS SONT VENTILEES PAR JOUR ET PROGRAMME    *
      *****************************************************************
       SCAN-GL-JOURNALS.
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
              DISPLAY 'PAS DE JOURNAL COMPTABLE (' WS-FS-JOURNAL ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF
              READ JOURNAL-FILE
                 AT END MOVE '10' TO WS-FS-JOURNAL
                 NOT AT END PERFORM PROCESS-GL-LINE
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       PROCESS-GL-LINE.
           ADD 1 TO WS-GL-LINES-READ
           IF JR-DATE > WS-ASOF-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE JR-ACCOUNT TO WS-RA-KEY
           PERFORM FIND-RECEIVABLE-ACCOUNT
           IF WS-RA-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GL-LINES-AR
           IF JR-SENS = 'D'
              ADD JR-AMOUNT TO WS-TOT-GL
           ELSE
              SUBTRACT JR-AMOUNT FROM WS-TOT-GL
           END-IF
           IF JR-DATE < WS-MONTH-START
              EXIT PARAGRAPH
           END-IF
           MOVE JR-DATE(9:2) TO WS-DAY-NO
           IF WS-DAY-NO < 1 OR WS-DAY-NO > 31
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DY-GL-LINES(WS-DAY-NO)
           IF JR-SENS = 'D'
              ADD JR-AMOUNT TO WS-DY-DEBIT(WS-DAY-NO)
           ELSE
              ADD JR-AMOUNT TO WS-DY-CREDIT(WS-DAY-NO)
           END-IF
           PERFORM ACCUMULATE-DAY-SOURCE
           .

       ACCUMULATE-DAY-SOURCE.
           MOVE 0 TO WS-DP-FOUND
           PERFORM VARYING DP-IX FROM 1 BY 1
                   UNTIL DP-IX > WS-DP-COUNT
              IF WS-DP-DAY(DP-IX) = WS-DAY-NO
                 AND WS-DP-SOURCE(DP-IX) = JR-SOURCE
                 SET WS-DP-FOUND TO DP-IX
              END-IF
           END-PERFORM
           IF WS-DP-FOUND = 0
              IF WS-DP-COUNT >= WS-DP-MAX
                 MOVE 'Y' TO WS-OVERFLOW-SW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DP-COUNT
              MOVE WS-DP-COUNT TO WS-DP-FOUND
              MOVE WS-DAY-NO TO WS-DP-DAY(WS-DP-FOUND)
              MOVE JR-SOURCE TO WS-DP-SOURCE(WS-DP-FOUND)
              MOVE +0        TO WS-DP-DEBIT(WS-DP-FOUND)
              MOVE +0        TO WS-DP-CREDIT(WS-DP-FOUND)
           END-IF
           IF JR-SENS = 'D'
              ADD JR-AMOUNT TO WS-DP-DEBIT(WS-DP-FOUND)
           ELSE
              ADD JR-AMOUNT TO WS-DP-CREDIT(WS-DP-FOUND)
           END-IF
           .

      *****************************************************************
      * JOURNAL DES EXECUTIONS (FRUNHST) : RUNS DU MOIS TERMINES AU   *
      * PLUS TARD LE JOUR ASOF= ; UN RUN D'UN PROGRAMME QUI           *
      * MOUVEMENTE LES SOLDES CLIENTS COMPTE POUR SON JOUR DE FIN, UN *
      * GLJRNL EN RETURN-CODE 8 OU PLUS EST UNE EXTRACTION REJETEE    *
      *****************************************************************
       SCAN-RUN-HISTORY.
           OPEN INPUT RUNHIST-FILE
           IF NOT WS-RH-OK
              DISPLAY 'PAS DE JOURNAL DES EXECUTIONS (' WS-RH-STATUS
                      ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RH-EOF
              READ RUNHIST-FILE
                 AT END MOVE '10' TO WS-RH-STATUS
                 NOT AT END PERFORM CHECK-ONE-RUN
              END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE
           .

       CHECK-ONE-RUN.
           ADD 1 TO WS-RUNS-READ
           MOVE SPACES TO WS-RH-END-DATE
           STRING RH-END-TS(1:4) '-' RH-END-TS(5:2) '-'
                  RH-END-TS(7:2)
              DELIMITED BY SIZE INTO WS-RH-END-DATE
           END-STRING
           IF WS-RH-END-DATE < WS-MONTH-START
              OR WS-RH-END-DATE > WS-ASOF-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE RH-END-TS(7:2) TO WS-DAY-NO
           IF WS-DAY-NO < 1 OR WS-DAY-NO > 31
              EXIT PARAGRAPH
           END-IF
           MOVE RH-PROGRAM TO WS-RUN-PROGRAM
           IF WS-AR-POSTER
              ADD 1 TO WS-DY-AR-RUNS(WS-DAY-NO)
           END-IF
           IF RH-PROGRAM = 'GLJRNL  ' AND RH-RETURN-CODE >= 8
              ADD 1 TO WS-DY-GLJ-REJECTS(WS-DAY-NO)
           END-IF
           .

      *****************************************************************
      * SOLDES CLIENTS EN BASE CONTRE SOLDE AUXILIAIRE, CLIENT PAR    *
      * CLIENT ; LES CLIENTS DU LETTRAGE ABSENTS DE LA BASE SONT      *
      * LISTES ENSUITE                                                *
      *****************************************************************
       COMPARE-CUSTOMERS.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-CUST-TITLE-LINE
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CUST-CURSOR END-EXEC
           PERFORM READ-NEXT-CUSTOMER
           PERFORM UNTIL WS-SQL-EOF
                   PERFORM COMPARE-ONE-CUSTOMER
                   PERFORM READ-NEXT-CUSTOMER
           END-PERFORM
           EXEC SQL CLOSE CUST-CURSOR END-EXEC

           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > WS-CS-COUNT
              IF WS-CS-SEEN(CS-IX) = 'N'
                 COMPUTE WS-CUST-SUBLEDGER =
                         WS-CS-OPEN(CS-IX) - WS-CS-ONACC(CS-IX)
                 IF WS-CUST-SUBLEDGER NOT = ZERO
                    ADD 1 TO WS-CUSTOMERS-UNKNOWN
                    MOVE WS-CS-C-NO(CS-IX)  TO WS-RPT-CUST
                    MOVE +0                 TO WS-RPT-CUST-BAL
                    MOVE WS-CS-OPEN(CS-IX)  TO WS-RPT-CUST-OPEN
                    MOVE WS-CS-ONACC(CS-IX) TO WS-RPT-CUST-ONACC
                    COMPUTE WS-CUST-DIFF = 0 - WS-CUST-SUBLEDGER
                    MOVE WS-CUST-DIFF       TO WS-RPT-CUST-DIFF
                    MOVE 'ABSENT DE LA BASE' TO WS-RPT-CUST-NOTE
                    WRITE REPORT-RECORD FROM WS-CUST-LINE
                 END-IF
              END-IF
           END-PERFORM
           .

       READ-NEXT-CUSTOMER.
           EXEC SQL
               FETCH CUST-CURSOR INTO :H-C-NO, :H-BALANCE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SQL-EOF-SW
              IF SQLCODE NOT = 100
                 DISPLAY 'ERREUR FETCH CUST-CURSOR, SQLCODE: '
                         SQLCODE
                 MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF
           END-IF
           .

       COMPARE-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           ADD H-BALANCE TO WS-TOT-BALANCE
           MOVE H-C-NO TO WS-CS-KEY
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-CS-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CS-SEEN(WS-CS-FOUND)
           COMPUTE WS-CUST-SUBLEDGER =
                   WS-CS-OPEN(WS-CS-FOUND) - WS-CS-ONACC(WS-CS-FOUND)
           COMPUTE WS-CUST-DIFF = H-BALANCE - WS-CUST-SUBLEDGER
           IF WS-CUST-DIFF = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMERS-DIFF
           MOVE H-C-NO                      TO WS-RPT-CUST
           MOVE H-BALANCE                   TO WS-RPT-CUST-BAL
           MOVE WS-CS-OPEN(WS-CS-FOUND)     TO WS-RPT-CUST-OPEN
           MOVE WS-CS-ONACC(WS-CS-FOUND)    TO WS-RPT-CUST-ONACC
           MOVE WS-CUST-DIFF                TO WS-RPT-CUST-DIFF
           MOVE SPACES                      TO WS-RPT-CUST-NOTE
           WRITE REPORT-RECORD FROM WS-CUST-LINE
           .

      *****************************************************************
      * LES TROIS SOLDES ET LEURS ECARTS                              *
      *****************************************************************
       REPORT-TOTALS.
           COMPUTE WS-TOT-SUBLEDGER = WS-TOT-OPEN - WS-TOT-ONACC
           COMPUTE WS-DIFF-SUBLEDGER = WS-TOT-BALANCE - WS-TOT-SUBLEDGER
           COMPUTE WS-DIFF-GL = WS-TOT-GL - WS-TOT-BALANCE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-ASOF-DATE TO WS-RPT-ASOF
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           MOVE 'SOLDES CLIENTS (API9.CUSTOMERS.BALANCE)     :'
              TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-BALANCE TO WS-RPT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'FACTURES OUVERTES (FVOPNIT)                 :'
              TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-OPEN TO WS-RPT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'ACOMPTES NON LETTRES (FVONACC)              :'
              TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-ONACC TO WS-RPT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'SOLDE AUXILIAIRE (OUVERT - ACOMPTES)        :'
              TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-SUBLEDGER TO WS-RPT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'COMPTES CLIENTS DU GRAND LIVRE (FVGLJRN)    :'
              TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-GL TO WS-RPT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'ECART SOLDES CLIENTS - SOLDE AUXILIAIRE     :'
              TO WS-RPT-AMT-LABEL
           MOVE WS-DIFF-SUBLEDGER TO WS-RPT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'ECART GRAND LIVRE - SOLDES CLIENTS          :'
              TO WS-RPT-AMT-LABEL
           MOVE WS-DIFF-GL TO WS-RPT-AMT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           .

      *****************************************************************
      * VENTILATION DU MOIS PAR JOUR PUIS PAR PROGRAMME SOURCE ; UN   *
      * JOUR AVEC DES EXECUTIONS QUI MOUVEMENTENT LES SOLDES CLIENTS  *
      * MAIS SANS ECRITURE CLIENT, OU AVEC UNE EXTRACTION REJETEE,    *
      * EST SIGNALE                                                   *
      *****************************************************************
       REPORT-DAYS.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-DAY-TITLE-LINE
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > WS-ASOF-DAY OR DY-IX > 31
              IF WS-DY-GL-LINES(DY-IX) > 0
                 OR WS-DY-AR-RUNS(DY-IX) > 0
                 OR WS-DY-GLJ-REJECTS(DY-IX) > 0
                 PERFORM REPORT-ONE-DAY
              END-IF
           END-PERFORM
           .

       REPORT-ONE-DAY.
           SET WS-DAY-NO TO DY-IX
           MOVE WS-MONTH-START TO WS-DAY-DATE
           MOVE WS-DAY-NO TO WS-DAY-DATE(9:2)
           MOVE WS-DAY-DATE TO WS-RPT-DAY
           COMPUTE WS-RPT-DAY-NET =
                   WS-DY-DEBIT(DY-IX) - WS-DY-CREDIT(DY-IX)
           MOVE WS-DY-GL-LINES(DY-IX) TO WS-RPT-DAY-LINES
           MOVE WS-DY-AR-RUNS(DY-IX)  TO WS-RPT-DAY-RUNS
           MOVE SPACES TO WS-RPT-DAY-FLAG
           IF WS-DY-GLJ-REJECTS(DY-IX) > 0
              MOVE '*** EXTRACTION GLJRNL REJETEE ***'
                 TO WS-RPT-DAY-FLAG
              ADD 1 TO WS-DAYS-FLAGGED
           ELSE
              IF WS-DY-AR-RUNS(DY-IX) > 0
                 AND WS-DY-GL-LINES(DY-IX) = 0
                 MOVE '*** ACTIVITE NON EXTRAITE ***'
                    TO WS-RPT-DAY-FLAG
                 ADD 1 TO WS-DAYS-FLAGGED
              END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-DAY-LINE
           PERFORM VARYING DP-IX FROM 1 BY 1
                   UNTIL DP-IX > WS-DP-COUNT
              IF WS-DP-DAY(DP-IX) = WS-DAY-NO
                 MOVE WS-DP-SOURCE(DP-IX) TO WS-RPT-SOURCE
                 MOVE WS-DP-DEBIT(DP-IX)  TO WS-RPT-SRC-DEBIT
                 MOVE WS-DP-CREDIT(DP-IX) TO WS-RPT-SRC-CREDIT
                 WRITE REPORT-RECORD FROM WS-SOURCE-LINE
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * VERDICT : ECART SOLDES / AUXILIAIRE, ECART GRAND LIVRE SANS   *
      * JOUR SIGNALE OU TABLE SATUREE = RC 8 ; ECART GRAND LIVRE      *
      * COUVERT PAR DES JOURS SIGNALES = RC 4                         *
      *****************************************************************
       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           EVALUATE TRUE
              WHEN WS-OVERFLOW
                 WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
                 MOVE 'RAPPROCHEMENT INCOMPLET, NE PAS ARRETER LE MOIS'
                    TO WS-RPT-RESULT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DIFF-SUBLEDGER NOT = ZERO
                 MOVE 'ECART SOLDES / AUXILIAIRE, VOIR LES CLIENTS'
                    TO WS-RPT-RESULT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DIFF-GL NOT = ZERO AND WS-DAYS-FLAGGED = 0
                 MOVE 'ECART GRAND LIVRE / SOLDES CLIENTS INEXPLIQUE'
                    TO WS-RPT-RESULT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DIFF-GL NOT = ZERO
                 MOVE 'ECART GRAND LIVRE, VOIR LES JOURS SIGNALES'
                    TO WS-RPT-RESULT
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'AUXILIAIRE CLIENTS ET GRAND LIVRE CONCORDANTS'
                    TO WS-RPT-RESULT
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-RESULT-LINE
           MOVE WS-GL-LINES-READ     TO WS-RPT-GL-READ
           MOVE WS-GL-LINES-AR       TO WS-RPT-GL-AR
           MOVE WS-ITEMS-READ        TO WS-RPT-ITEMS
           MOVE WS-ONACC-READ        TO WS-RPT-ONACC
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-CUSTOMERS-READ    TO WS-RPT-CUSTS
           MOVE WS-CUSTOMERS-DIFF    TO WS-RPT-CUSTS-DIFF
           MOVE WS-CUSTOMERS-UNKNOWN TO WS-RPT-CUSTS-UNK
           MOVE WS-DAYS-FLAGGED      TO WS-RPT-DAYS-FLAGGED
           WRITE REPORT-RECORD FROM WS-CUST-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME ARRECON'
           DISPLAY 'SOLDES CLIENTS    : ' WS-TOT-BALANCE
           DISPLAY 'SOLDE AUXILIAIRE  : ' WS-TOT-SUBLEDGER
           DISPLAY 'GRAND LIVRE       : ' WS-TOT-GL
           DISPLAY 'CLIENTS EN ECART  : ' WS-CUSTOMERS-DIFF
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
