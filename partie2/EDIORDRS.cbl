       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIORDRS.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : REPONSES EDI AUX COMMANDES CLIENT (ORDRSP)        *
      * OBJECTIF  : POUR CHAQUE COMMANDE TRADUITE PAR EDIORDIN A LA   *
      *             DATE DEMANDEE (REGISTRE FVEDIREG), RETROUVE LE    *
      *             RESULTAT DU CHARGEMENT IMPVENTS DANS L'ACCUSE DE  *
      *             LA SOURCE EDI (FVACKnn, LU SOUS LA DD FVEDIACK)   *
      *             ET PRODUIT UNE REPONSE A LA COMMANDE POUR LE      *
      *             CLIENT (FVEDIRSP, SEGMENTS APLATIS, UN            *
      *             INTERCHANGE PAR PARTENAIRE) :                     *
      *             - BGM 29 ACCEPTEE SANS MODIFICATION, 4 ACCEPTEE   *
      *               AVEC MODIFICATIONS, 27 REFUSEE, 12 EN COURS     *
      *               (COMMANDE EN ATTENTE OU EN QUARANTAINE) ;       *
      *             - RFF ON = NUMERO DU BON CLIENT, NOTRE NUMERO DE  *
      *               COMMANDE DANS LE BGM ;                          *
      *             - UNE LIGNE LIN PAR LIGNE DU BON CLIENT : ACTION  *
      *               5 ACCEPTEE, 3 MODIFIEE, 7 NON ACCEPTEE, AVEC    *
      *               QUANTITE COMMANDEE ET QUANTITE RETENUE (SOMME   *
      *               DES LIGNES ITEMS POSITIVES DE L'ARTICLE,        *
      *               REPARTIE DANS L'ORDRE DES LIGNES CLIENT).       *
      *             UNE COMMANDE SANS ACCUSE EST SIGNALEE ET N'EST    *
      *             PAS REPONDUE (CODE RETOUR 4).                     *
      * ENTREE    : SYSIN (DATE= DATE DE TRADUCTION, DEFAUT DU JOUR), *
      *             FVEDIREG, FVEDIACK, API9.ITEMS                    *
      * SORTIE    : FVEDIRSP (REPONSES), RAPPORT (FREPORT)            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * REGISTRE DES COMMANDES TRADUITES (ECRIT PAR EDIORDIN)
           SELECT REGISTER-FILE
               ASSIGN TO FVEDIREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REG.

      * ACCUSE IMPVENTS DE LA SOURCE EDI (FVACKnn DE SON RANG)
           SELECT ACK-FILE
               ASSIGN TO FVEDIACK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

           SELECT RESPONSE-FILE
               ASSIGN TO FVEDIRSP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RSP.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * MEME DISPOSITION QUE WS-REG-HEADER / WS-REG-LINE D'EDIORDIN
       FD  REGISTER-FILE.
       01  REG-HEADER.
           05 RG-TYPE                 PIC X(1).
           05 FILLER                  PIC X(1).
           05 RG-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RG-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1).
           05 RG-PARTNER              PIC X(13).
           05 FILLER                  PIC X(1).
           05 RG-OUR-GLN              PIC X(13).
           05 FILLER                  PIC X(1).
           05 RG-CTRL-REF             PIC X(14).
           05 FILLER                  PIC X(1).
           05 RG-MSG-REF              PIC X(14).
           05 FILLER                  PIC X(1).
           05 RG-DOC-NO               PIC X(17).
           05 FILLER                  PIC X(1).
           05 RG-XLT-DATE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 RG-LINES                PIC 9(3).
           05 FILLER                  PIC X(15).
       01  REG-LINE REDEFINES REG-HEADER.
           05 RL-TYPE                 PIC X(1).
           05 FILLER                  PIC X(1).
           05 RL-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RL-LINE-NO              PIC X(6).
           05 FILLER                  PIC X(1).
           05 RL-ITEM                 PIC X(20).
           05 FILLER                  PIC X(1).
           05 RL-P-NO                 PIC X(3).
           05 FILLER                  PIC X(1).
           05 RL-QTY                  PIC 9(7).
           05 FILLER                  PIC X(71).

      * MEME DISPOSITION QUE L'ACCUSE ECRIT PAR IMPVENTS
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 AK-ORDER-NO             PIC 9(7).
           05 FILLER                  PIC X(1).
           05 AK-DISP                 PIC X(8).
           05 FILLER                  PIC X(1).
           05 AK-TIMESTAMP            PIC X(20).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-REG                  PIC XX VALUE SPACES.
           88 WS-REG-OK                     VALUE '00'.
           88 WS-REG-EOF                    VALUE '10'.
       01  WS-FS-ACK                  PIC XX VALUE SPACES.
           88 WS-ACK-OK                     VALUE '00'.
           88 WS-ACK-EOF                    VALUE '10'.
       01  WS-FS-RSP                  PIC XX VALUE SPACES.
           88 WS-RSP-OK                     VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.

      * PARAMETRES
       01  WS-XLT-DATE                PIC X(10) VALUE SPACES.
       01  WS-TODAY                   PIC X(8)  VALUE SPACES.

      * ACCUSE IMPVENTS CHARGE EN TABLE (DERNIERE DISPOSITION
      * RETENUE SI UNE COMMANDE Y FIGURE PLUSIEURS FOIS)
       01  WS-ACK-TABLE.
           05 WS-AK-ENTRY OCCURS 5000 TIMES INDEXED BY AK-IX.
              10 WS-AK-ORDER-NO       PIC 9(7).
              10 WS-AK-DISP           PIC X(8).
       01  WS-ACK-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ACK-MAX                 PIC 9(4) VALUE 5000.

      * COMMANDES DU REGISTRE POUR LA DATE DEMANDEE
       01  WS-RH-TABLE.
           05 WS-RH-ENTRY OCCURS 500 TIMES INDEXED BY RH-IX RH-IX2.
              10 WS-RH-O-NO           PIC 9(7).
              10 WS-RH-PARTNER        PIC X(13).
              10 WS-RH-OUR-GLN        PIC X(13).
              10 WS-RH-DOC-NO         PIC X(17).
              10 WS-RH-DISP           PIC X(8).
              10 WS-RH-FIRST-LINE     PIC 9(4).
              10 WS-RH-LINE-COUNT     PIC 9(3).
              10 WS-RH-DONE-SW        PIC X.
                 88 WS-RH-DONE              VALUE 'Y'.
       01  WS-RH-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-RH-MAX                  PIC 9(3) VALUE 500.
       01  WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 5000 TIMES INDEXED BY RL-IX.
              10 WS-RL-LINE-NO        PIC X(6).
              10 WS-RL-ITEM           PIC X(20).
              10 WS-RL-P-NO           PIC X(3).
              10 WS-RL-QTY            PIC 9(7).
              10 WS-RL-ACCEPTED       PIC 9(7).
              10 WS-RL-ACTION         PIC X(1).
       01  WS-RL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-RL-MAX                  PIC 9(4) VALUE 5000.
       01  WS-RL-END                  PIC 9(4) VALUE ZERO.
       01  WS-KEEP-LINES-SW           PIC X    VALUE 'N'.
           88 WS-KEEP-LINES                 VALUE 'Y'.

      * QUANTITES RETENUES RESTANT A REPARTIR PAR ARTICLE, POUR LA
      * COMMANDE EN COURS
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 99 TIMES INDEXED BY PR-IX.
              10 WS-PR-P-NO           PIC X(3).
              10 WS-PR-REMAINING      PIC 9(7).
       01  WS-PR-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-PR-FOUND                PIC 9(3) VALUE ZERO.

      * REPONSE EN COURS
       01  WS-BGM-CODE                PIC X(3)  VALUE SPACES.
       01  WS-LINES-CHANGED           PIC 9(3)  VALUE ZERO.
       01  WS-LINES-ACCEPTED          PIC 9(3)  VALUE ZERO.
       01  WS-SEG-COUNT               PIC 9(6)  VALUE ZERO.
       01  WS-IC-MSG-COUNT            PIC 9(6)  VALUE ZERO.
       01  WS-IC-SEQ                  PIC 9(3)  VALUE ZERO.
       01  WS-RSP-CTRL-REF.
           05 FILLER                  PIC X(3)  VALUE 'RSP'.
           05 WS-RSP-CTRL-DATE        PIC X(8).
           05 WS-RSP-CTRL-SEQ         PIC 9(3).
       01  WS-RSP-MSG-REF.
           05 FILLER                  PIC X(3)  VALUE 'RSP'.
           05 WS-RSP-MSG-O-NO         PIC 9(7).
           05 FILLER                  PIC X(4)  VALUE SPACES.

      * SEGMENTS DE SORTIE (MEME APLATISSEMENT QU'EN ENTREE)
       01  WS-SEGMENT                 PIC X(80).
       01  WS-SEG-UNB REDEFINES WS-SEGMENT.
           05 SG-UNB-TAG              PIC X(4).
           05 SG-UNB-SENDER           PIC X(13).
           05 FILLER                  PIC X(1).
           05 SG-UNB-RECIPIENT        PIC X(13).
           05 FILLER                  PIC X(1).
           05 SG-UNB-DATE             PIC X(8).
           05 FILLER                  PIC X(1).
           05 SG-UNB-CTRL-REF         PIC X(14).
           05 FILLER                  PIC X(25).
       01  WS-SEG-UNH REDEFINES WS-SEGMENT.
           05 SG-UNH-TAG              PIC X(4).
           05 SG-UNH-MSG-REF          PIC X(14).
           05 FILLER                  PIC X(1).
           05 SG-UNH-MSG-TYPE         PIC X(6).
           05 FILLER                  PIC X(55).
       01  WS-SEG-BGM REDEFINES WS-SEGMENT.
           05 SG-BGM-TAG              PIC X(4).
           05 SG-BGM-DOC-NO           PIC X(17).
           05 FILLER                  PIC X(1).
           05 SG-BGM-CODE             PIC X(3).
           05 FILLER                  PIC X(55).
       01  WS-SEG-RFF REDEFINES WS-SEGMENT.
           05 SG-RFF-TAG              PIC X(4).
           05 SG-RFF-QUAL             PIC X(3).
           05 FILLER                  PIC X(1).
           05 SG-RFF-REF              PIC X(17).
           05 FILLER                  PIC X(55).
       01  WS-SEG-DTM REDEFINES WS-SEGMENT.
           05 SG-DTM-TAG              PIC X(4).
           05 SG-DTM-QUAL             PIC X(3).
           05 FILLER                  PIC X(1).
           05 SG-DTM-DATE             PIC X(8).
           05 FILLER                  PIC X(64).
       01  WS-SEG-LIN REDEFINES WS-SEGMENT.
           05 SG-LIN-TAG              PIC X(4).
           05 SG-LIN-LINE-NO          PIC X(6).
           05 FILLER                  PIC X(1).
           05 SG-LIN-ITEM             PIC X(20).
           05 FILLER                  PIC X(1).
           05 SG-LIN-QTY              PIC 9(7).
           05 FILLER                  PIC X(1).
           05 SG-LIN-ACTION           PIC X(1).
           05 FILLER                  PIC X(1).
           05 SG-LIN-ACCEPTED         PIC 9(7).
           05 FILLER                  PIC X(31).
       01  WS-SEG-UNT REDEFINES WS-SEGMENT.
           05 SG-UNT-TAG              PIC X(4).
           05 SG-UNT-SEG-COUNT        PIC 9(6).
           05 FILLER                  PIC X(1).
           05 SG-UNT-MSG-REF          PIC X(14).
           05 FILLER                  PIC X(55).
       01  WS-SEG-UNZ REDEFINES WS-SEGMENT.
           05 SG-UNZ-TAG              PIC X(4).
           05 SG-UNZ-MSG-COUNT        PIC 9(6).
           05 FILLER                  PIC X(1).
           05 SG-UNZ-CTRL-REF         PIC X(14).
           05 FILLER                  PIC X(55).

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-ORDERS-READ          PIC 9(5)  VALUE ZERO.
           05 WS-RESPONSES            PIC 9(5)  VALUE ZERO.
           05 WS-NO-ACK               PIC 9(5)  VALUE ZERO.
           05 WS-INTERCHANGES         PIC 9(5)  VALUE ZERO.

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-O-NO                     PIC 9(7).
       01  H-P-NO                     PIC X(3).
       01  H-QTY                      PIC S9(9) USAGE COMP.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'REPONSES EDI AUX COMMANDES CLIENT'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(28)     VALUE
                 'COMMANDES TRADUITES LE   : '.
              10 WS-RPT-XLT-DATE      PIC X(10).
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-RSP-LINE.
              10 FILLER               PIC X(11)     VALUE
                 'COMMANDE : '.
              10 WS-RPT-O-NO          PIC 9(7).
              10 FILLER               PIC X(12)     VALUE
                 '  CLIENT   :'.
              10 WS-RPT-PARTNER       PIC X(13).
              10 FILLER               PIC X(14)     VALUE
                 '  BON CLIENT: '.
              10 WS-RPT-DOC-NO        PIC X(17).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-DISP          PIC X(8).
              10 FILLER               PIC X(8)      VALUE
                 '  BGM : '.
              10 WS-RPT-BGM           PIC X(3).
              10 FILLER               PIC X(13)     VALUE
                 '  MODIFIEES: '.
              10 WS-RPT-CHANGED       PIC ZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-STATUS        PIC X(20).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(21)     VALUE
                 'COMMANDES DU JOUR : '.
              10 WS-RPT-S-READ        PIC ZZ,ZZ9.
              10 FILLER               PIC X(14)     VALUE
                 ' - REPONSES : '.
              10 WS-RPT-S-RSP         PIC ZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - SANS ACCUSE : '.
              10 WS-RPT-S-NO-ACK      PIC ZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - INTERCHANGES : '.
              10 WS-RPT-S-IC          PIC ZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-ACKNOWLEDGEMENTS
           PERFORM LOAD-REGISTER
           PERFORM MATCH-ACKNOWLEDGEMENTS
           PERFORM VARYING RH-IX FROM 1 BY 1
                   UNTIL RH-IX > WS-RH-COUNT
              IF NOT WS-RH-DONE(RH-IX)
                 PERFORM WRITE-PARTNER-INTERCHANGE
              END-IF
           END-PERFORM
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                                *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME EDIORDRS'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-SYSIN-CARDS
           IF WS-XLT-DATE = SPACES
              STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                     WS-TODAY(7:2)
                 DELIMITED BY SIZE INTO WS-XLT-DATE
              END-STRING
           END-IF
           MOVE WS-TODAY TO WS-RSP-CTRL-DATE

           OPEN OUTPUT RESPONSE-FILE
           IF NOT WS-RSP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER REPONSES FVEDIRSP: '
                      WS-FS-RSP
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: ' WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-XLT-DATE TO WS-RPT-XLT-DATE
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

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
              WHEN SYSIN-RECORD(1:5) = 'DATE='
                 MOVE SYSIN-RECORD(6:10) TO WS-XLT-DATE
           END-EVALUATE
           .

      *****************************************************************
      * CHARGEMENT DE L'ACCUSE IMPVENTS DE LA SOURCE EDI              *
      *****************************************************************
       LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-OK
              DISPLAY 'ACCUSE FVEDIACK ABSENT (' WS-FS-ACK
                      '), AUCUNE COMMANDE NE SERA REPONDUE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACK-EOF
              READ ACK-FILE
                 AT END MOVE '10' TO WS-FS-ACK
                 NOT AT END
                    IF AK-ORDER-NO IS NUMERIC
                       AND WS-ACK-COUNT < WS-ACK-MAX
                       ADD 1 TO WS-ACK-COUNT
                       MOVE AK-ORDER-NO TO WS-AK-ORDER-NO(WS-ACK-COUNT)
                       MOVE AK-DISP     TO WS-AK-DISP(WS-ACK-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACK-FILE
           DISPLAY 'LIGNES D''ACCUSE CHARGEES: ' WS-ACK-COUNT
           .

      *****************************************************************
      * CHARGEMENT DU REGISTRE : ENTETES DE LA DATE DEMANDEE ET LEURS *
      * LIGNES                                                        *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF NOT WS-REG-OK
              DISPLAY 'REGISTRE FVEDIREG ABSENT (' WS-FS-REG ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-EOF
              READ REGISTER-FILE
                 AT END MOVE '10' TO WS-FS-REG
                 NOT AT END PERFORM LOAD-ONE-REGISTER-RECORD
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           DISPLAY 'COMMANDES EDI DU ' WS-XLT-DATE ': ' WS-RH-COUNT
           .

       LOAD-ONE-REGISTER-RECORD.
           EVALUATE RG-TYPE
              WHEN 'H'
                 MOVE 'N' TO WS-KEEP-LINES-SW
                 IF RG-XLT-DATE = WS-XLT-DATE
                    AND WS-RH-COUNT < WS-RH-MAX
                    MOVE 'Y' TO WS-KEEP-LINES-SW
                    ADD 1 TO WS-RH-COUNT
                    ADD 1 TO WS-ORDERS-READ
                    SET RH-IX TO WS-RH-COUNT
                    MOVE RG-O-NO      TO WS-RH-O-NO(RH-IX)
                    MOVE RG-PARTNER   TO WS-RH-PARTNER(RH-IX)
                    MOVE RG-OUR-GLN   TO WS-RH-OUR-GLN(RH-IX)
                    MOVE RG-DOC-NO    TO WS-RH-DOC-NO(RH-IX)
                    MOVE SPACES       TO WS-RH-DISP(RH-IX)
                    COMPUTE WS-RH-FIRST-LINE(RH-IX) = WS-RL-COUNT + 1
                    MOVE ZERO         TO WS-RH-LINE-COUNT(RH-IX)
                    MOVE 'N'          TO WS-RH-DONE-SW(RH-IX)
                 END-IF
              WHEN 'L'
                 IF WS-KEEP-LINES AND WS-RL-COUNT < WS-RL-MAX
                    ADD 1 TO WS-RL-COUNT
                    MOVE RL-LINE-NO TO WS-RL-LINE-NO(WS-RL-COUNT)
                    MOVE RL-ITEM    TO WS-RL-ITEM(WS-RL-COUNT)
                    MOVE RL-P-NO    TO WS-RL-P-NO(WS-RL-COUNT)
                    MOVE RL-QTY     TO WS-RL-QTY(WS-RL-COUNT)
                    MOVE ZERO       TO WS-RL-ACCEPTED(WS-RL-COUNT)
                    MOVE SPACE      TO WS-RL-ACTION(WS-RL-COUNT)
                    ADD 1 TO WS-RH-LINE-COUNT(WS-RH-COUNT)
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * RAPPROCHEMENT REGISTRE / ACCUSE : UNE COMMANDE SANS ACCUSE    *
      * EST SIGNALEE ET ECARTEE                                       *
      *****************************************************************
       MATCH-ACKNOWLEDGEMENTS.
           PERFORM VARYING RH-IX FROM 1 BY 1
                   UNTIL RH-IX > WS-RH-COUNT
              PERFORM VARYING AK-IX FROM 1 BY 1
                      UNTIL AK-IX > WS-ACK-COUNT
                 IF WS-AK-ORDER-NO(AK-IX) = WS-RH-O-NO(RH-IX)
                    MOVE WS-AK-DISP(AK-IX) TO WS-RH-DISP(RH-IX)
                 END-IF
              END-PERFORM
              IF WS-RH-DISP(RH-IX) = SPACES
                 MOVE 'Y' TO WS-RH-DONE-SW(RH-IX)
                 ADD 1 TO WS-NO-ACK
                 MOVE WS-RH-O-NO(RH-IX)    TO WS-RPT-O-NO
                 MOVE WS-RH-PARTNER(RH-IX) TO WS-RPT-PARTNER
                 MOVE WS-RH-DOC-NO(RH-IX)  TO WS-RPT-DOC-NO
                 MOVE SPACES               TO WS-RPT-DISP
                 MOVE SPACES               TO WS-RPT-BGM
                 MOVE ZERO                 TO WS-RPT-CHANGED
                 MOVE 'SANS ACCUSE'        TO WS-RPT-STATUS
                 WRITE REPORT-RECORD FROM WS-RSP-LINE
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * UN INTERCHANGE PAR PARTENAIRE : TOUTES LES COMMANDES RESTANT  *
      * A REPONDRE POUR CE PARTENAIRE Y SONT REGROUPEES               *
      *****************************************************************
       WRITE-PARTNER-INTERCHANGE.
           ADD 1 TO WS-IC-SEQ
           ADD 1 TO WS-INTERCHANGES
           MOVE WS-IC-SEQ TO WS-RSP-CTRL-SEQ
           MOVE ZERO TO WS-IC-MSG-COUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 'UNB '               TO SG-UNB-TAG
           MOVE WS-RH-OUR-GLN(RH-IX) TO SG-UNB-SENDER
           MOVE WS-RH-PARTNER(RH-IX) TO SG-UNB-RECIPIENT
           MOVE WS-TODAY             TO SG-UNB-DATE
           MOVE WS-RSP-CTRL-REF      TO SG-UNB-CTRL-REF
           WRITE RESPONSE-RECORD FROM WS-SEGMENT

           PERFORM VARYING RH-IX2 FROM RH-IX BY 1
                   UNTIL RH-IX2 > WS-RH-COUNT
              IF NOT WS-RH-DONE(RH-IX2)
                 AND WS-RH-PARTNER(RH-IX2) = WS-RH-PARTNER(RH-IX)
                 AND WS-RH-OUR-GLN(RH-IX2) = WS-RH-OUR-GLN(RH-IX)
                 PERFORM WRITE-ORDER-RESPONSE
                 MOVE 'Y' TO WS-RH-DONE-SW(RH-IX2)
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-SEGMENT
           MOVE 'UNZ '          TO SG-UNZ-TAG
           MOVE WS-IC-MSG-COUNT TO SG-UNZ-MSG-COUNT
           MOVE WS-RSP-CTRL-REF TO SG-UNZ-CTRL-REF
           WRITE RESPONSE-RECORD FROM WS-SEGMENT
           .

      *****************************************************************
      * REPONSE A UNE COMMANDE : QUANTITES RETENUES PAR LIGNE PUIS    *
      * ECRITURE DU MESSAGE ORDRSP                                    *
      *****************************************************************
       WRITE-ORDER-RESPONSE.
           ADD 1 TO WS-IC-MSG-COUNT
           ADD 1 TO WS-RESPONSES
           COMPUTE WS-RL-END = WS-RH-FIRST-LINE(RH-IX2)
                             + WS-RH-LINE-COUNT(RH-IX2) - 1
           MOVE ZERO TO WS-PR-COUNT
           MOVE ZERO TO WS-LINES-CHANGED
           MOVE ZERO TO WS-LINES-ACCEPTED

           EVALUATE WS-RH-DISP(RH-IX2)
              WHEN 'ATTENTE '
              WHEN 'QUARANT '
                 MOVE '12' TO WS-BGM-CODE
              WHEN 'REJETEE '
                 PERFORM VARYING RL-IX FROM WS-RH-FIRST-LINE(RH-IX2)
                         BY 1 UNTIL RL-IX > WS-RL-END
                    MOVE ZERO TO WS-RL-ACCEPTED(RL-IX)
                    MOVE '7'  TO WS-RL-ACTION(RL-IX)
                 END-PERFORM
                 MOVE '27' TO WS-BGM-CODE
              WHEN OTHER
                 PERFORM COMPUTE-LINE-ACCEPTED
                         VARYING RL-IX FROM WS-RH-FIRST-LINE(RH-IX2)
                         BY 1 UNTIL RL-IX > WS-RL-END
                 EVALUATE TRUE
                    WHEN WS-LINES-ACCEPTED = 0
                       MOVE '27' TO WS-BGM-CODE
                    WHEN WS-LINES-CHANGED = 0
                       MOVE '29' TO WS-BGM-CODE
                    WHEN OTHER
                       MOVE '4'  TO WS-BGM-CODE
                 END-EVALUATE
           END-EVALUATE

           MOVE WS-RH-O-NO(RH-IX2) TO WS-RSP-MSG-O-NO
           MOVE SPACES TO WS-SEGMENT
           MOVE 'UNH '          TO SG-UNH-TAG
           MOVE WS-RSP-MSG-REF  TO SG-UNH-MSG-REF
           MOVE 'ORDRSP'        TO SG-UNH-MSG-TYPE
           WRITE RESPONSE-RECORD FROM WS-SEGMENT
           MOVE 1 TO WS-SEG-COUNT

           MOVE SPACES TO WS-SEGMENT
           MOVE 'BGM '             TO SG-BGM-TAG
           MOVE WS-RH-O-NO(RH-IX2) TO SG-BGM-DOC-NO
           MOVE WS-BGM-CODE        TO SG-BGM-CODE
           PERFORM WRITE-MESSAGE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 'RFF '               TO SG-RFF-TAG
           MOVE 'ON'                 TO SG-RFF-QUAL
           MOVE WS-RH-DOC-NO(RH-IX2) TO SG-RFF-REF
           PERFORM WRITE-MESSAGE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 'DTM '   TO SG-DTM-TAG
           MOVE '137'    TO SG-DTM-QUAL
           MOVE WS-TODAY TO SG-DTM-DATE
           PERFORM WRITE-MESSAGE-SEGMENT

           IF WS-BGM-CODE NOT = '12'
              PERFORM VARYING RL-IX FROM WS-RH-FIRST-LINE(RH-IX2)
                      BY 1 UNTIL RL-IX > WS-RL-END
                 MOVE SPACES TO WS-SEGMENT
                 MOVE 'LIN '                TO SG-LIN-TAG
                 MOVE WS-RL-LINE-NO(RL-IX)  TO SG-LIN-LINE-NO
                 MOVE WS-RL-ITEM(RL-IX)     TO SG-LIN-ITEM
                 MOVE WS-RL-QTY(RL-IX)      TO SG-LIN-QTY
                 MOVE WS-RL-ACTION(RL-IX)   TO SG-LIN-ACTION
                 MOVE WS-RL-ACCEPTED(RL-IX) TO SG-LIN-ACCEPTED
                 PERFORM WRITE-MESSAGE-SEGMENT
              END-PERFORM
           END-IF

           ADD 1 TO WS-SEG-COUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 'UNT '         TO SG-UNT-TAG
           MOVE WS-SEG-COUNT   TO SG-UNT-SEG-COUNT
           MOVE WS-RSP-MSG-REF TO SG-UNT-MSG-REF
           WRITE RESPONSE-RECORD FROM WS-SEGMENT

           MOVE WS-RH-O-NO(RH-IX2)    TO WS-RPT-O-NO
           MOVE WS-RH-PARTNER(RH-IX2) TO WS-RPT-PARTNER
           MOVE WS-RH-DOC-NO(RH-IX2)  TO WS-RPT-DOC-NO
           MOVE WS-RH-DISP(RH-IX2)    TO WS-RPT-DISP
           MOVE WS-BGM-CODE           TO WS-RPT-BGM
           MOVE WS-LINES-CHANGED      TO WS-RPT-CHANGED
           MOVE 'REPONDUE'            TO WS-RPT-STATUS
           WRITE REPORT-RECORD FROM WS-RSP-LINE
           .

       WRITE-MESSAGE-SEGMENT.
           ADD 1 TO WS-SEG-COUNT
           WRITE RESPONSE-RECORD FROM WS-SEGMENT
           .

      *****************************************************************
      * QUANTITE RETENUE D'UNE LIGNE CLIENT : LA QUANTITE CHARGEE DE  *
      * L'ARTICLE (LIGNES ITEMS POSITIVES) EST REPARTIE DANS L'ORDRE  *
      * DES LIGNES DU BON                                             *
      *****************************************************************
       COMPUTE-LINE-ACCEPTED.
           MOVE 0 TO WS-PR-FOUND
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > WS-PR-COUNT OR WS-PR-FOUND > 0
              IF WS-PR-P-NO(PR-IX) = WS-RL-P-NO(RL-IX)
                 SET WS-PR-FOUND TO PR-IX
              END-IF
           END-PERFORM
           IF WS-PR-FOUND = 0
              PERFORM FETCH-LOADED-QUANTITY
              ADD 1 TO WS-PR-COUNT
              MOVE WS-PR-COUNT       TO WS-PR-FOUND
              MOVE WS-RL-P-NO(RL-IX) TO WS-PR-P-NO(WS-PR-FOUND)
              MOVE H-QTY             TO WS-PR-REMAINING(WS-PR-FOUND)
           END-IF

           IF WS-PR-REMAINING(WS-PR-FOUND) >= WS-RL-QTY(RL-IX)
              MOVE WS-RL-QTY(RL-IX) TO WS-RL-ACCEPTED(RL-IX)
           ELSE
              MOVE WS-PR-REMAINING(WS-PR-FOUND)
                 TO WS-RL-ACCEPTED(RL-IX)
           END-IF
           SUBTRACT WS-RL-ACCEPTED(RL-IX)
              FROM WS-PR-REMAINING(WS-PR-FOUND)

           EVALUATE TRUE
              WHEN WS-RL-ACCEPTED(RL-IX) = WS-RL-QTY(RL-IX)
                 MOVE '5' TO WS-RL-ACTION(RL-IX)
                 ADD 1 TO WS-LINES-ACCEPTED
              WHEN WS-RL-ACCEPTED(RL-IX) = 0
                 MOVE '7' TO WS-RL-ACTION(RL-IX)
                 ADD 1 TO WS-LINES-CHANGED
              WHEN OTHER
                 MOVE '3' TO WS-RL-ACTION(RL-IX)
                 ADD 1 TO WS-LINES-ACCEPTED
                 ADD 1 TO WS-LINES-CHANGED
           END-EVALUATE
           .

       FETCH-LOADED-QUANTITY.
           MOVE WS-RH-O-NO(RH-IX2) TO H-O-NO
           MOVE WS-RL-P-NO(RL-IX)  TO H-P-NO
           EXEC SQL
                SELECT COALESCE(SUM(QUANTITY), 0)
                INTO :H-QTY
                FROM API9.ITEMS
                WHERE O_NO = :H-O-NO
                  AND P_NO = :H-P-NO
                  AND QUANTITY > 0
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR SELECT ITEMS, SQLCODE: ' SQLCODE
              MOVE ZERO TO H-QTY
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-ORDERS-READ  TO WS-RPT-S-READ
           MOVE WS-RESPONSES    TO WS-RPT-S-RSP
           MOVE WS-NO-ACK       TO WS-RPT-S-NO-ACK
           MOVE WS-INTERCHANGES TO WS-RPT-S-IC
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE RESPONSE-FILE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME EDIORDRS'
           DISPLAY 'REPONSES ECRITES: ' WS-RESPONSES
           DISPLAY 'COMMANDES SANS ACCUSE: ' WS-NO-ACK
           IF WS-NO-ACK > 0 AND RETURN-CODE < 4
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
