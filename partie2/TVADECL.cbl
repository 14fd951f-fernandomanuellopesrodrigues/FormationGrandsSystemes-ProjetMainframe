      *             RAPPROCHE LA TVA STOCKEE DU TAUX DECLARE APPLIQUE *
      *             AU NET, ET SIGNALE TOUTE LIGNE DONT LA TAXE       *
      *             STOCKEE NE CORRESPOND PAS A SON TAUX.             *
      *             LES AVOIRS NUMEROTES EMIS PAR CRNOTE SUR LA       *
      *             PERIODE (REGISTRE CUMULATIF FVCRNREG) SONT        *
      *             TOTALISES A PART, RETOURS ET ANNULATIONS          *
      *             SEPARES, ET LA TVA DES AVOIRS DE RETOUR EST       *
      *             RAPPROCHEE DE LA TVA DES LIGNES DE RETOUR : TOUTE *
      *             TVA CREDITEE DOIT ETRE JUSTIFIEE PAR UN DOCUMENT. *
      * ENTREE    : SYSIN (FROM=/TO= OBLIGATOIRES), BASE DB2,         *
      *             FVCRNREG (FACULTATIF)                             *
      * SORTIE    : RAPPORT POUR LE FISCALISTE (FREPORT)              *
      *             + FRUNHST (JOURNAL DES EXECUTIONS, AJOUT)         *
      *             + FVCLOSEV (PREUVES DE CLOTURE, AJOUT)            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (UN ENREGISTREMENT
      * AJOUTE PAR RUN)
           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

      * PREUVES DES ETAPES DE CLOTURE (UN ENREGISTREMENT AJOUTE PAR
      * RUN, AVEC LA DATE ARRETEE) ; PERCLOSE Y CHERCHE L'ETAPE DE LA
      * PERIODE A FERMER
           SELECT CLOSEV-FILE
               ASSIGN TO FVCLOSEV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VATRAT.

      * REGISTRE CUMULATIF DES AVOIRS EMIS PAR CRNOTE ; ABSENT = PAS
      * DE SECTION AVOIRS EMIS, ANNONCE
           SELECT CRNREG-FILE
               ASSIGN TO FVCRNREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRNREG.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
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

      * MEME DISPOSITION QUE CLOSEV-RECORD DANS PERCLOSE
       FD  CLOSEV-FILE.
       01  CLOSEV-RECORD.
           05 CE-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-ASOF-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-END-TS               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CE-RETURN-CODE          PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

           05 FILLER                  PIC X(1).
           05 VR-DATE                 PIC X(10).

      * MEME DISPOSITION QUE REGISTER-RECORD DANS INVGEN ET CRNOTE
      * (AVOIRS SEULEMENT, MONTANTS EN NEGATIF)
       FD  CRNREG-FILE.
       01  CRNREG-RECORD.
           05 CR-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1).
           05 CR-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1).
           05 CR-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 CR-DATE                 PIC X(10).
           05 FILLER                  PIC X(1).
           05 CR-NET                  PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 CR-VAT                  PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 CR-GROSS                PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 CR-CURRENCY             PIC X(2).
           05 FILLER                  PIC X(1).
           05 CR-F-GROSS              PIC S9(9)V99.
           05 FILLER                  PIC X(1).
           05 CR-DUE-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 CR-DOC-TYPE             PIC X(1).
           05 FILLER                  PIC X(1).
           05 CR-REF-INV-NO           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 CR-RA-NO                PIC X(7).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.
       01  WS-CE-STATUS               PIC XX VALUE SPACES.
           88 WS-CE-OK                      VALUE '00'.
       01  WS-FS-CRNREG               PIC XX VALUE SPACES.
           88 WS-CRNREG-OK                  VALUE '00'.
           88 WS-CRNREG-EOF                 VALUE '10'.

      * HORODATAGE DE DEBUT DE RUN, REPRIS DANS LE JOURNAL COMMUN
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * INDICATEUR DE FIN DE CURSEUR
       01  WS-LINE-EOF-SW             PIC X  VALUE 'N'.
       01  WS-EXPECTED-VAT            PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-VAT-GAP                 PIC S9(11)V99 COMP-3 VALUE +0.

      * AVOIRS EMIS SUR LA PERIODE (FVCRNREG) : RETOURS (AUTORISATION
      * DE RETOUR RENSEIGNEE, 'SANS-RA' POUR UN RETOUR CHARGE SANS
      * AUTORISATION) ET ANNULATIONS, CUMULS EN POSITIF
       01  WS-CRN-TOTALS.
           05 WS-CRN-RET-COUNT        PIC 9(5)  VALUE ZERO.
           05 WS-CRN-RET-NET          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CRN-RET-VAT          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CRN-CAN-COUNT        PIC 9(5)  VALUE ZERO.
           05 WS-CRN-CAN-NET          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CRN-CAN-VAT          PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-LINES-RET-VAT           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-CRN-GAP                 PIC S9(11)V99 COMP-3 VALUE +0.

      * CONTROLE LIGNE A LIGNE DE LA TVA STOCKEE
       01  WS-LINE-NET                PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-LINE-EXP-TAX            PIC S9(9)V99 COMP-3 VALUE +0.
                 '  TVA ATTENDUE'.
              10 FILLER               PIC X(1)      VALUE ':'.
              10 WS-RPT-EXPECT        PIC -(5)9,99.
           05 WS-CRN-HDR              PIC X(132)    VALUE
                 'AVOIRS EMIS SUR LA PERIODE (DOCUMENTS NUMEROTES)'.
           05 WS-CRN-LINE.
              10 FILLER               PIC X(3)      VALUE SPACES.
              10 WS-RPT-CRN-TYPE      PIC X(12).
              10 FILLER               PIC X(9)      VALUE ' AVOIRS: '.
              10 WS-RPT-CRN-COUNT     PIC ZZ,ZZ9.
              10 FILLER               PIC X(8)      VALUE '  HT :  '.
              10 WS-RPT-CRN-NET       PIC -(9)9,99.
              10 FILLER               PIC X(8)      VALUE '  TVA: '.
              10 WS-RPT-CRN-VAT       PIC -(9)9,99.
           05 WS-CRN-RECON-LINE.
              10 FILLER               PIC X(26)     VALUE
                 '   TVA DES LIGNES RETOUR: '.
              10 WS-RPT-CRN-LVAT      PIC -(9)9,99.
              10 FILLER               PIC X(10)     VALUE '  ECART: '.
              10 WS-RPT-CRN-GAP       PIC -(9)9,99.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-CRN-FLAG      PIC X(30).
           05 WS-CRN-NOFILE           PIC X(132)    VALUE
                 '   PAS DE REGISTRE DES AVOIRS EMIS'.
           05 WS-NONE-LINE            PIC X(132)    VALUE
                 '   AUCUNE LIGNE EN ANOMALIE'.
           05 WS-SUMMARY-LINE.
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM TOTALIZE-SOURCES
           PERFORM TOTALIZE-CREDIT-NOTES
           PERFORM TOTALIZE-EXEMPT
           PERFORM LIST-EXPIRED-CERTS
           PERFORM CHECK-STORED-TAX

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME TVADECL'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
              DISPLAY 'CARTES SYSIN FROM=AAAA-MM-JJ ET TO=AAAA-MM-JJ '
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

      *****************************************************************
      * AVOIRS EMIS PAR CRNOTE DATES DANS LA PERIODE : RETOURS ET     *
      * ANNULATIONS (QUI ONT DEJA RETIRE LEURS LIGNES DES VENTES).    *
      * LA TVA DES AVOIRS DE RETOUR DOIT EGALER LA TVA DES LIGNES DE  *
      * RETOUR DES DEUX SOURCES ; UN ECART SIGNALE UN RETOUR SANS     *
      * AVOIR (OU UN AVOIR EMIS HORS PERIODE)                         *
      *****************************************************************
       TOTALIZE-CREDIT-NOTES.
           WRITE REPORT-RECORD FROM WS-CRN-HDR
           OPEN INPUT CRNREG-FILE
           IF NOT WS-CRNREG-OK
              DISPLAY 'PAS DE REGISTRE DES AVOIRS (' WS-FS-CRNREG
                      '), SECTION AVOIRS EMIS OMISE'
              WRITE REPORT-RECORD FROM WS-CRN-NOFILE
              WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CRNREG-EOF
              READ CRNREG-FILE
                 AT END MOVE '10' TO WS-FS-CRNREG
                 NOT AT END PERFORM ADD-ONE-CREDIT-NOTE
              END-READ
           END-PERFORM
           CLOSE CRNREG-FILE

           MOVE 'RETOURS'         TO WS-RPT-CRN-TYPE
           MOVE WS-CRN-RET-COUNT  TO WS-RPT-CRN-COUNT
           MOVE WS-CRN-RET-NET    TO WS-RPT-CRN-NET
           MOVE WS-CRN-RET-VAT    TO WS-RPT-CRN-VAT
           WRITE REPORT-RECORD FROM WS-CRN-LINE
           MOVE 'ANNULATIONS'     TO WS-RPT-CRN-TYPE
           MOVE WS-CRN-CAN-COUNT  TO WS-RPT-CRN-COUNT
           MOVE WS-CRN-CAN-NET    TO WS-RPT-CRN-NET
           MOVE WS-CRN-CAN-VAT    TO WS-RPT-CRN-VAT
           WRITE REPORT-RECORD FROM WS-CRN-LINE

      * LES LIGNES DE RETOUR PORTENT UNE TVA NEGATIVE, LES AVOIRS
      * SONT CUMULES EN POSITIF
           COMPUTE WS-LINES-RET-VAT =
                   0 - (WS-ST-RET-VAT(1) + WS-ST-RET-VAT(2))
           COMPUTE WS-CRN-GAP = WS-LINES-RET-VAT - WS-CRN-RET-VAT
           MOVE WS-LINES-RET-VAT TO WS-RPT-CRN-LVAT
           MOVE WS-CRN-GAP       TO WS-RPT-CRN-GAP
           IF WS-CRN-GAP = ZERO
              MOVE 'JUSTIFIEE PAR LES AVOIRS' TO WS-RPT-CRN-FLAG
           ELSE
              MOVE '*** TVA CREDITEE NON JUSTIFIEE' TO WS-RPT-CRN-FLAG
           END-IF
           WRITE REPORT-RECORD FROM WS-CRN-RECON-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       ADD-ONE-CREDIT-NOTE.
           IF CR-DOC-TYPE NOT = 'A'
              OR CR-DATE < WS-FROM-DATE OR CR-DATE > WS-TO-DATE
              EXIT PARAGRAPH
           END-IF
           IF CR-RA-NO NOT = SPACES
              ADD 1 TO WS-CRN-RET-COUNT
              SUBTRACT CR-NET FROM WS-CRN-RET-NET
              SUBTRACT CR-VAT FROM WS-CRN-RET-VAT
           ELSE
              ADD 1 TO WS-CRN-CAN-COUNT
              SUBTRACT CR-NET FROM WS-CRN-CAN-NET
              SUBTRACT CR-VAT FROM WS-CRN-CAN-VAT
           END-IF
           .

      *****************************************************************
      * TOTAL A PART DES VENTES AUX CLIENTS EXONERES DE TVA SUR      *
      * CERTIFICAT (LE FISCALISTE DECLARE CES BASES SEPAREMENT)      *
           DISPLAY 'FIN DU PROGRAMME TVADECL'
           DISPLAY 'LIGNES ANALYSEES: ' WS-LINES-READ
           DISPLAY 'LIGNES EN ANOMALIE: ' WS-LINES-FLAGGED
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-CLOSE-EVIDENCE
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
           MOVE 'TVADECL ' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-LINES-READ    TO RH-RECORDS-READ
           COMPUTE RH-RECORDS-OK = WS-LINES-READ - WS-LINES-FLAGGED
           MOVE WS-LINES-FLAGGED TO RH-RECORDS-ERROR
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
      * PREUVE D'ETAPE DE CLOTURE POUR PERCLOSE (FVCLOSEV, AJOUT) :   *
      * PROGRAMME, DATE ARRETEE (CARTE TO=), FIN DE RUN ET            *
      * RETURN-CODE                                                   *
      *****************************************************************
       WRITE-CLOSE-EVIDENCE.
           OPEN EXTEND CLOSEV-FILE
           IF NOT WS-CE-OK
              OPEN OUTPUT CLOSEV-FILE
           END-IF
           IF NOT WS-CE-OK
              DISPLAY 'ERREUR ECRITURE PREUVES DE CLOTURE: '
                      WS-CE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'TVADECL ' TO CE-PROGRAM
           MOVE WS-TO-DATE TO CE-ASOF-DATE
           MOVE FUNCTION CURRENT-DATE(1:20) TO CE-END-TS
           MOVE RETURN-CODE TO CE-RETURN-CODE
           WRITE CLOSEV-RECORD
           CLOSE CLOSEV-FILE
           .

      *****************************************************************
