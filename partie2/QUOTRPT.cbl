       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTRPT.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : SUIVI DES DEVIS CLIENTS (FICHIER QUOTE03)         *
      * OBJECTIF  : LES DEVIS SAISIS PAR LA TRANSACTION QUOTE03 ET    *
      *             TRANSFORMES EN COMMANDE PAR ORDENT03 RESTAIENT    *
      *             SANS SUIVI. CE PROGRAMME PRODUIT DEUX SECTIONS :  *
      *             - DEVIS OUVERTS ECHUS : DEVIS A L'ETAT 'O' DONT   *
      *               LA DATE DE VALIDITE EST ANTERIEURE A LA DATE    *
      *               D'ARRETE (CARTE ASOF=, DATE DU JOUR PAR         *
      *               DEFAUT), AVEC LE RETARD EN JOURS ET LE MONTANT  *
      *               DEVISE, POUR RELANCE OU CLOTURE PAR LE VENDEUR  *
      *             - TAUX DE TRANSFORMATION PAR VENDEUR : DEVIS      *
      *               EMIS SUR LA PLAGE FROM=/TO= (DATE DU DEVIS,     *
      *               FACULTATIVE), VENTILES EN TRANSFORMES, REFUSES, *
      *               ECHUS ET ENCORE OUVERTS, MONTANT DEVISE ET      *
      *               MONTANT TRANSFORME, TAUX EN NOMBRE ET EN VALEUR *
      *             LE FICHIER N'EST QUE LU.                          *
      * ENTREE    : QUOTE03 (FICHIER INDEXE, CLE = NUMERO DE DEVIS),  *
      *             SYSIN (CARTES ASOF=/FROM=/TO=, FACULTATIVES)      *
      * SORTIE    : RAPPORT (FREPORT), JOURNAL DES EXECUTIONS         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DEVIS CLIENTS, TENUS EN LIGNE PAR QUOTE03 ET ORDENT03 : LU
      * SEQUENTIELLEMENT DANS L'ORDRE DES NUMEROS
           SELECT QUOTE-FILE
               ASSIGN TO QUOTE03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-QUOTE-NO
               FILE STATUS IS WS-FS-QUOTE.

           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN, CF. WRITE-RUN-HISTORY)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNHST.

       DATA DIVISION.
       FILE SECTION.
      * MEME DISPOSITION QUE WS-QUOTE-REC DANS QUOTE03
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05 QT-QUOTE-NO             PIC 9(7).
           05 FILLER                  PIC X(1).
           05 QT-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 QT-EMP-NO               PIC 9(2).
           05 FILLER                  PIC X(1).
           05 QT-SRC                  PIC XX.
           05 FILLER                  PIC X(1).
           05 QT-QUOTE-DATE           PIC X(10).
           05 FILLER                  PIC X(1).
           05 QT-VALID-DATE           PIC X(10).
           05 FILLER                  PIC X(1).
           05 QT-STATUS               PIC X(1).
              88 QT-OPEN                        VALUE 'O'.
              88 QT-CONVERTED                   VALUE 'C'.
              88 QT-REFUSED                     VALUE 'R'.
           05 FILLER                  PIC X(1).
           05 QT-ORDER-NO             PIC 9(7).
           05 FILLER                  PIC X(1).
           05 QT-CLOSE-DATE           PIC X(10).
           05 FILLER                  PIC X(1).
           05 QT-LOGIN                PIC X(8).
           05 QT-LINE                 OCCURS 3 TIMES.
              10 FILLER               PIC X(1).
              10 QT-PROD-NO           PIC X(3).
              10 FILLER               PIC X(1).
              10 QT-QTY               PIC 9(2).
              10 FILLER               PIC X(1).
              10 QT-PRICE             PIC 9(5)V99.
              10 FILLER               PIC X(1).
              10 QT-PRICE-SRC         PIC X(1).

       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

      * ENREGISTREMENT DU JOURNAL COMMUN DES EXECUTIONS (MEME
      * DISPOSITION DANS TOUS LES PROGRAMMES DE LA CHAINE)
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-START-TS             PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-READ         PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-OK           PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RECORDS-ERROR        PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-STATUS-CODE          PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-RETURN-CODE          PIC 9(2).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-QUOTE                PIC XX VALUE SPACES.
           88 WS-QUOTE-OK                   VALUE '00'.
           88 WS-QUOTE-EOF                  VALUE '10'.
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-FS-RUNHST               PIC XX VALUE SPACES.
           88 WS-RUNHST-OK                  VALUE '00'.

      * HORODATAGE DE DEBUT DE RUN, REPRIS DANS LE JOURNAL COMMUN
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * DATE D'ARRETE (ASOF=) ET PLAGE DES DATES DE DEVIS (FROM=/TO=)
       01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
       01  WS-FROM-DATE               PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                 PIC X(10) VALUE SPACES.

      * CALCUL DU RETARD EN JOURS (DATE D'ARRETE - DATE DE VALIDITE)
       01  WS-DATE-CCYYMMDD           PIC 9(8)  VALUE ZERO.
       01  WS-ASOF-INT                PIC S9(9) COMP VALUE 0.
       01  WS-VALID-INT               PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-LATE               PIC S9(5) VALUE ZERO.

      * MONTANT HORS TAXES DU DEVIS COURANT
       01  WS-QUOTE-AMOUNT            PIC S9(9)V99 VALUE ZERO.
       01  WS-LN-IDX                  PIC 9(1)  VALUE ZERO.

      * CUMULS PAR VENDEUR (SECTION 2)
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES INDEXED BY EM-IX.
              10 WS-EM-S-NO           PIC 9(2).
              10 WS-EM-ISSUED         PIC 9(5).
              10 WS-EM-CONVERTED      PIC 9(5).
              10 WS-EM-REFUSED        PIC 9(5).
              10 WS-EM-EXPIRED        PIC 9(5).
              10 WS-EM-OPEN           PIC 9(5).
              10 WS-EM-AMT-QUOTED     PIC S9(11)V99.
              10 WS-EM-AMT-CONVERTED  PIC S9(11)V99.
       01  WS-EMP-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-EMP-MAX                 PIC 9(3)  VALUE 100.
       01  WS-EMP-FOUND               PIC 9(3)  VALUE ZERO.
       01  WS-RATE-COUNT              PIC 9(3)V9 VALUE ZERO.
       01  WS-RATE-AMOUNT             PIC 9(3)V9 VALUE ZERO.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-QUOTES-READ          PIC 9(7)  VALUE ZERO.
           05 WS-QUOTES-EXPIRED       PIC 9(7)  VALUE ZERO.
           05 WS-QUOTES-RANGE         PIC 9(7)  VALUE ZERO.
           05 WS-TOTAL-EXPIRED-AMT    PIC S9(11)V99 VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'SUIVI DES DEVIS CLIENTS (QUOTE03)'.
           05 WS-ASOF-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'DATE D''ARRETE    : '.
              10 WS-RPT-ASOF          PIC X(10).
           05 WS-RANGE-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'DEVIS EMIS DU    : '.
              10 WS-RPT-FROM          PIC X(10).
              10 FILLER               PIC X(4)      VALUE ' AU '.
              10 WS-RPT-TO            PIC X(10).
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-SECTION-EXP          PIC X(132)    VALUE
                 'SECTION 1 : DEVIS OUVERTS ECHUS'.
           05 WS-SECTION-CONV         PIC X(132)    VALUE
                 'SECTION 2 : TAUX DE TRANSFORMATION PAR VENDEUR'.
           05 WS-NONE-LINE            PIC X(132)    VALUE
                 '   AUCUN DEVIS'.
           05 WS-EXP-COLUMN-LINE      PIC X(132)    VALUE
                 '   DEVIS   CLIENT VENDEUR  DATE DEVIS  VALIDE AU   RET
      -          'ARD (J)   MONTANT DEVISE'.
           05 WS-EXP-DETAIL-LINE.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-QNO           PIC 9(7).
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-CNO           PIC 9(4).
              10 FILLER               PIC X(6)      VALUE SPACES.
              10 WS-RPT-SNO           PIC Z9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-QDATE         PIC X(10).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-VDATE         PIC X(10).
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-DAYS          PIC ZZ,ZZ9.
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-AMOUNT        PIC Z(8)9,99.
           05 WS-EXP-TOTAL-LINE.
              10 FILLER               PIC X(21)     VALUE
                 'DEVIS ECHUS        : '.
              10 WS-RPT-EXP-COUNT     PIC ZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - MONTANT DEVISE  : '.
              10 WS-RPT-EXP-AMOUNT    PIC Z(9)9,99.
           05 WS-CONV-COLUMN-LINE     PIC X(132)    VALUE
                 'VENDEUR  EMIS TRANSF REFUS ECHUS OUVERTS  TAUX NB  TAU
      -          'X VAL    MONTANT DEVISE  MONTANT TRANSFORME'.
           05 WS-CONV-DETAIL-LINE.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-C-SNO         PIC Z9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-ISSUED        PIC ZZZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CONVERTED     PIC ZZZZ9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-REFUSED       PIC ZZZZ9.
              10 FILLER               PIC X(1)      VALUE SPACES.
              10 WS-RPT-EXPIRED       PIC ZZZZ9.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-OPEN          PIC ZZZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-RATE-NB       PIC ZZ9,9.
              10 FILLER               PIC X(1)      VALUE '%'.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-RATE-VAL      PIC ZZ9,9.
              10 FILLER               PIC X(1)      VALUE '%'.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-AMT-QUOTED    PIC Z(10)9,99.
              10 FILLER               PIC X(4)      VALUE SPACES.
              10 WS-RPT-AMT-CONV      PIC Z(10)9,99.
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(21)     VALUE
                 'DEVIS LUS          : '.
              10 WS-RPT-READ          PIC ZZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - DANS LA PLAGE   : '.
              10 WS-RPT-RANGE         PIC ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL : UNE PASSE DE LECTURE PAR SECTION        *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM SECTION-EXPIRED-QUOTES
           PERFORM SECTION-CONVERSION-RATE
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                               *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME QUOTRPT'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-ASOF-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-ASOF-DATE
              END-STRING
           END-IF
           IF WS-FROM-DATE = SPACES
              MOVE '0000-00-00' TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
              MOVE '9999-99-99' TO WS-TO-DATE
           END-IF
           IF WS-ASOF-DATE(1:4) IS NOT NUMERIC
              OR WS-ASOF-DATE(6:2) IS NOT NUMERIC
              OR WS-ASOF-DATE(9:2) IS NOT NUMERIC
              DISPLAY 'CARTE ASOF=AAAA-MM-JJ INVALIDE, ARRET DU '
                      'PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ASOF-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
           MOVE WS-ASOF-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
           MOVE WS-ASOF-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
           COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: ' WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-ASOF-DATE TO WS-RPT-ASOF
           WRITE REPORT-RECORD FROM WS-ASOF-LINE
           MOVE WS-FROM-DATE TO WS-RPT-FROM
           MOVE WS-TO-DATE   TO WS-RPT-TO
           WRITE REPORT-RECORD FROM WS-RANGE-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN ASOF=/FROM=/TO=                      *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END PERFORM PROCESS-SYSIN-CARD
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

       PROCESS-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:5) = 'ASOF='
                 MOVE SYSIN-RECORD(6:10) TO WS-ASOF-DATE
              WHEN SYSIN-RECORD(1:5) = 'FROM='
                 MOVE SYSIN-RECORD(6:10) TO WS-FROM-DATE
              WHEN SYSIN-RECORD(1:3) = 'TO='
                 MOVE SYSIN-RECORD(4:10) TO WS-TO-DATE
           END-EVALUATE
           .

      *****************************************************************
      * SECTION 1 : DEVIS OUVERTS DONT LA VALIDITE EST DEPASSEE A LA  *
      * DATE D'ARRETE                                                 *
      *****************************************************************
       SECTION-EXPIRED-QUOTES.
           WRITE REPORT-RECORD FROM WS-SECTION-EXP
           OPEN INPUT QUOTE-FILE
           IF NOT WS-QUOTE-OK
              DISPLAY 'FICHIER DES DEVIS INTROUVABLE: ' WS-FS-QUOTE
              WRITE REPORT-RECORD FROM WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           WRITE REPORT-RECORD FROM WS-EXP-COLUMN-LINE
           PERFORM UNTIL WS-QUOTE-EOF
              READ QUOTE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-FS-QUOTE
                 NOT AT END
                    ADD 1 TO WS-QUOTES-READ
                    IF QT-OPEN AND QT-VALID-DATE < WS-ASOF-DATE
                       PERFORM WRITE-EXPIRED-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           MOVE '00' TO WS-FS-QUOTE
           IF WS-QUOTES-EXPIRED = ZERO
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           MOVE WS-QUOTES-EXPIRED    TO WS-RPT-EXP-COUNT
           MOVE WS-TOTAL-EXPIRED-AMT TO WS-RPT-EXP-AMOUNT
           WRITE REPORT-RECORD FROM WS-EXP-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       WRITE-EXPIRED-LINE.
           ADD 1 TO WS-QUOTES-EXPIRED
           PERFORM COMPUTE-QUOTE-AMOUNT
           ADD WS-QUOTE-AMOUNT TO WS-TOTAL-EXPIRED-AMT
           MOVE ZERO TO WS-DAYS-LATE
           IF QT-VALID-DATE(1:4) IS NUMERIC
              AND QT-VALID-DATE(6:2) IS NUMERIC
              AND QT-VALID-DATE(9:2) IS NUMERIC
              MOVE QT-VALID-DATE(1:4) TO WS-DATE-CCYYMMDD(1:4)
              MOVE QT-VALID-DATE(6:2) TO WS-DATE-CCYYMMDD(5:2)
              MOVE QT-VALID-DATE(9:2) TO WS-DATE-CCYYMMDD(7:2)
              COMPUTE WS-VALID-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
              COMPUTE WS-DAYS-LATE = WS-ASOF-INT - WS-VALID-INT
           END-IF
           MOVE QT-QUOTE-NO     TO WS-RPT-QNO
           MOVE QT-CUST-NO      TO WS-RPT-CNO
           MOVE QT-EMP-NO       TO WS-RPT-SNO
           MOVE QT-QUOTE-DATE   TO WS-RPT-QDATE
           MOVE QT-VALID-DATE   TO WS-RPT-VDATE
           MOVE WS-DAYS-LATE    TO WS-RPT-DAYS
           MOVE WS-QUOTE-AMOUNT TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-EXP-DETAIL-LINE
           .

      *****************************************************************
      * MONTANT HORS TAXES DU DEVIS : SOMME QUANTITE X PRIX FIGE      *
      *****************************************************************
       COMPUTE-QUOTE-AMOUNT.
           MOVE ZERO TO WS-QUOTE-AMOUNT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > 3
              IF QT-PROD-NO(WS-LN-IDX) NOT = SPACES
                 AND QT-QTY(WS-LN-IDX) IS NUMERIC
                 AND QT-PRICE(WS-LN-IDX) IS NUMERIC
                 COMPUTE WS-QUOTE-AMOUNT = WS-QUOTE-AMOUNT
                       + QT-QTY(WS-LN-IDX) * QT-PRICE(WS-LN-IDX)
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * SECTION 2 : TAUX DE TRANSFORMATION PAR VENDEUR SUR LES DEVIS  *
      * EMIS DANS LA PLAGE ; UN DEVIS OUVERT ECHU A LA DATE D'ARRETE  *
      * COMPTE COMME ECHU, LES AUTRES OUVERTS SONT ENCORE EN COURS    *
      *****************************************************************
       SECTION-CONVERSION-RATE.
           WRITE REPORT-RECORD FROM WS-SECTION-CONV
           OPEN INPUT QUOTE-FILE
           IF NOT WS-QUOTE-OK
              WRITE REPORT-RECORD FROM WS-NONE-LINE
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QUOTE-EOF
              READ QUOTE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-FS-QUOTE
                 NOT AT END
                    IF QT-QUOTE-DATE >= WS-FROM-DATE
                       AND QT-QUOTE-DATE <= WS-TO-DATE
                       ADD 1 TO WS-QUOTES-RANGE
                       PERFORM ACCUMULATE-SALESMAN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           MOVE '00' TO WS-FS-QUOTE

           IF WS-EMP-COUNT = ZERO
              WRITE REPORT-RECORD FROM WS-NONE-LINE
           ELSE
              WRITE REPORT-RECORD FROM WS-CONV-COLUMN-LINE
              PERFORM VARYING EM-IX FROM 1 BY 1
                      UNTIL EM-IX > WS-EMP-COUNT
                 PERFORM WRITE-SALESMAN-LINE
              END-PERFORM
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       ACCUMULATE-SALESMAN.
           MOVE 0 TO WS-EMP-FOUND
           PERFORM VARYING EM-IX FROM 1 BY 1
                   UNTIL EM-IX > WS-EMP-COUNT
              IF WS-EM-S-NO(EM-IX) = QT-EMP-NO
                 SET WS-EMP-FOUND TO EM-IX
              END-IF
           END-PERFORM
           IF WS-EMP-FOUND = 0
              IF WS-EMP-COUNT >= WS-EMP-MAX
                 DISPLAY 'TABLE DES VENDEURS PLEINE, DEVIS IGNORE: '
                         QT-QUOTE-NO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-EMP-COUNT
              MOVE WS-EMP-COUNT TO WS-EMP-FOUND
              MOVE QT-EMP-NO TO WS-EM-S-NO(WS-EMP-FOUND)
              MOVE ZERO TO WS-EM-ISSUED(WS-EMP-FOUND)
                           WS-EM-CONVERTED(WS-EMP-FOUND)
                           WS-EM-REFUSED(WS-EMP-FOUND)
                           WS-EM-EXPIRED(WS-EMP-FOUND)
                           WS-EM-OPEN(WS-EMP-FOUND)
                           WS-EM-AMT-QUOTED(WS-EMP-FOUND)
                           WS-EM-AMT-CONVERTED(WS-EMP-FOUND)
           END-IF
           PERFORM COMPUTE-QUOTE-AMOUNT
           ADD 1 TO WS-EM-ISSUED(WS-EMP-FOUND)
           ADD WS-QUOTE-AMOUNT TO WS-EM-AMT-QUOTED(WS-EMP-FOUND)
           EVALUATE TRUE
              WHEN QT-CONVERTED
                 ADD 1 TO WS-EM-CONVERTED(WS-EMP-FOUND)
                 ADD WS-QUOTE-AMOUNT
                    TO WS-EM-AMT-CONVERTED(WS-EMP-FOUND)
              WHEN QT-REFUSED
                 ADD 1 TO WS-EM-REFUSED(WS-EMP-FOUND)
              WHEN QT-VALID-DATE < WS-ASOF-DATE
                 ADD 1 TO WS-EM-EXPIRED(WS-EMP-FOUND)
              WHEN OTHER
                 ADD 1 TO WS-EM-OPEN(WS-EMP-FOUND)
           END-EVALUATE
           .

       WRITE-SALESMAN-LINE.
           MOVE ZERO TO WS-RATE-COUNT WS-RATE-AMOUNT
           IF WS-EM-ISSUED(EM-IX) > 0
              COMPUTE WS-RATE-COUNT ROUNDED =
                      WS-EM-CONVERTED(EM-IX) * 100
                      / WS-EM-ISSUED(EM-IX)
           END-IF
           IF WS-EM-AMT-QUOTED(EM-IX) > 0
              COMPUTE WS-RATE-AMOUNT ROUNDED =
                      WS-EM-AMT-CONVERTED(EM-IX) * 100
                      / WS-EM-AMT-QUOTED(EM-IX)
           END-IF
           MOVE WS-EM-S-NO(EM-IX)          TO WS-RPT-C-SNO
           MOVE WS-EM-ISSUED(EM-IX)        TO WS-RPT-ISSUED
           MOVE WS-EM-CONVERTED(EM-IX)     TO WS-RPT-CONVERTED
           MOVE WS-EM-REFUSED(EM-IX)       TO WS-RPT-REFUSED
           MOVE WS-EM-EXPIRED(EM-IX)       TO WS-RPT-EXPIRED
           MOVE WS-EM-OPEN(EM-IX)          TO WS-RPT-OPEN
           MOVE WS-RATE-COUNT              TO WS-RPT-RATE-NB
           MOVE WS-RATE-AMOUNT             TO WS-RPT-RATE-VAL
           MOVE WS-EM-AMT-QUOTED(EM-IX)    TO WS-RPT-AMT-QUOTED
           MOVE WS-EM-AMT-CONVERTED(EM-IX) TO WS-RPT-AMT-CONV
           WRITE REPORT-RECORD FROM WS-CONV-DETAIL-LINE
           .

      *****************************************************************
      * FINALISATION                                                 *
      *****************************************************************
       FINALIZATION.
           MOVE WS-QUOTES-READ  TO WS-RPT-READ
           MOVE WS-QUOTES-RANGE TO WS-RPT-RANGE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           PERFORM WRITE-RUN-HISTORY
           DISPLAY 'FIN DU PROGRAMME QUOTRPT'
           DISPLAY 'DEVIS LUS: ' WS-QUOTES-READ
           DISPLAY 'DEVIS ECHUS: ' WS-QUOTES-EXPIRED
           .

      *****************************************************************
      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (FRUNHST, AJOUT)  *
      *****************************************************************
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF NOT WS-RUNHST-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES EXECUTIONS: '
                      WS-FS-RUNHST
              EXIT PARAGRAPH
           END-IF
           MOVE 'QUOTRPT ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-QUOTES-READ TO RH-RECORDS-READ
           MOVE WS-QUOTES-READ TO RH-RECORDS-OK
           MOVE WS-QUOTES-EXPIRED TO RH-RECORDS-ERROR
           IF RETURN-CODE = 0
              MOVE 'OK  ' TO RH-STATUS-CODE
           ELSE
              MOVE 'ERR ' TO RH-STATUS-CODE
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
