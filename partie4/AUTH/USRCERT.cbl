       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRCERT.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : COMPTES DORMANTS ET RECERTIFICATION DES ACCES     *
      * OBJECTIF  : USERS03 GARDE LES COMPTES INDEFINIMENT : UN       *
      *             COMPTE INUTILISE DEPUIS DES MOIS OU CELUI D'UN    *
      *             EMPLOYE SORTI (EMPMNT) RESTE OUVERT. CE LOT       *
      *             RETROUVE LA DERNIERE ACTIVITE DE CHAQUE COMPTE    *
      *             DANS LA PISTE D'AUDIT (AUDIT03 ET GENERATIONS     *
      *             D'ARCHIVE FVAUDARC TENUES PAR RETNMGR) :          *
      *             CONNEXION REUSSIE, CREATION OU DEVERROUILLAGE DU  *
      *             COMPTE, A DEFAUT DERNIER CHANGEMENT DE MOT DE     *
      *             PASSE (U-PASSWORD-DATE). IL VERROUILLE            *
      *             (U-LOCKED = 'Y') :                                *
      *             - TOUT COMPTE DONT L'EMPLOYE N'EST PLUS DANS      *
      *               API9.EMPLOYEES (SORTIE PAR EMPMNT), AUSSITOT ;  *
      *             - TOUT COMPTE INACTIF DEPUIS PLUS DE IDLE=nnn     *
      *               JOURS (90 PAR DEFAUT) OU SANS ACTIVITE CONNUE.  *
      *             CHAQUE VERROUILLAGE EST TRACE DANS AUDIT03        *
      *             (USER TERM / USER DORM) ; LE DEVERROUILLAGE SUIT  *
      *             LE CIRCUIT A DOUBLE VALIDATION (USRADM03 PUIS     *
      *             PNDAPP03). AVEC LA CARTE CERT=Y (TRIMESTRIELLE)   *
      *             LE RAPPORT PORTE EN PLUS LA LISTE DE              *
      *             RECERTIFICATION PAR RESPONSABLE (COLONNE          *
      *             MANAGER_NO TENUE PAR EMPMNT) : COMPTE, ROLE,      *
      *             SITUATION DE L'EMPLOYE, DERNIERE ACTIVITE.        *
      *             A PASSER HORS LIGNE (USERS03/AUDIT03 FERMES AU    *
      *             CICS).                                            *
      * ENTREE    : SYSIN (IDLE= ET CERT= FACULTATIVES), AUDIT03,     *
      *             FVAUDARC (FACULTATIF), USERS03, API9.EMPLOYEES    *
      * SORTIE    : USERS03 REECRIT EN PLACE, AUDIT03 (AJOUT),        *
      *             RAPPORT (FREPORT)                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO AUDIT03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

      * GENERATIONS D'ARCHIVE DE LA PISTE (CONCATENEES PAR LE JCL)
           SELECT AUDARC-FILE
               ASSIGN TO FVAUDARC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AA-STATUS.

           SELECT USERS-FILE
               ASSIGN TO USERS03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS U-LOGIN
               FILE STATUS IS WS-US-STATUS.

      * FICHIERS DE TRAVAIL DE LA LISTE DE RECERTIFICATION (ECRITE
      * DANS L'ORDRE DES LOGINS, RELUE TRIEE PAR RESPONSABLE)
           SELECT CERT-FILE
               ASSIGN TO WKCRTWRK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CW-STATUS.

           SELECT SORTED-FILE
               ASSIGN TO WKCRSORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO WKCRSRTW.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).

       FD  AUDIT-FILE.
       COPY AUDIT03.

       FD  AUDARC-FILE.
       01 AUDARC-RECORD           PIC X(118).

      * MEME DISPOSITION QUE USERSX-REC DANS AUTH03
       FD  USERS-FILE.
       01 USERSX-REC.
          05 U-LOGIN         PIC X(8).
          05 U-PASSWORD      PIC X(8).
          05 U-EMP-NO        PIC 9(5).
          05 U-LNAME         PIC X(20).
          05 U-FNAME         PIC X(20).
          05 U-FAILED-COUNT  PIC 9(2).
          05 U-LOCKED        PIC X(1).
             88 U-IS-LOCKED           VALUE 'Y'.
          05 U-PASSWORD-DATE PIC 9(8).
          05 U-ROLE          PIC X(1).
             88 U-ROLE-ADMIN          VALUE 'A'.
             88 U-ROLE-USER           VALUE 'U'.
             88 U-ROLE-CREDIT         VALUE 'C'.
             88 U-ROLE-PRICING        VALUE 'P'.

       FD  CERT-FILE.
       01 CERT-RECORD             PIC X(137).

       FD  SORTED-FILE.
       01 SORTED-RECORD.
          05 CS-MANAGER-NO        PIC 9(2).
          05 FILLER               PIC X(1).
          05 CS-MANAGER-NAME      PIC X(30).
          05 FILLER               PIC X(1).
          05 CS-LOGIN             PIC X(8).
          05 FILLER               PIC X(1).
          05 CS-LNAME             PIC X(20).
          05 FILLER               PIC X(1).
          05 CS-FNAME             PIC X(20).
          05 FILLER               PIC X(1).
          05 CS-ROLE              PIC X(1).
          05 FILLER               PIC X(1).
          05 CS-EMP-NO            PIC 9(5).
          05 FILLER               PIC X(1).
          05 CS-EMP-STATUS        PIC X(12).
          05 FILLER               PIC X(1).
          05 CS-LAST-ACTIVITY     PIC X(10).
          05 FILLER               PIC X(1).
          05 CS-ACTION            PIC X(20).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SW-MANAGER-NO        PIC 9(2).
          05 FILLER               PIC X(32).
          05 SW-LOGIN             PIC X(8).
          05 FILLER               PIC X(95).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01 WS-SI-STATUS            PIC XX         VALUE SPACES.
          88 WS-SI-OK                            VALUE '00'.
          88 WS-SI-EOF                           VALUE '10'.
       01 WS-AU-STATUS            PIC XX         VALUE SPACES.
          88 WS-AU-OK                            VALUE '00'.
          88 WS-AU-EOF                           VALUE '10'.
       01 WS-AA-STATUS            PIC XX         VALUE SPACES.
          88 WS-AA-OK                            VALUE '00'.
          88 WS-AA-EOF                           VALUE '10'.
       01 WS-US-STATUS            PIC XX         VALUE SPACES.
          88 WS-US-OK                            VALUE '00'.
          88 WS-US-EOF                           VALUE '10'.
       01 WS-CW-STATUS            PIC XX         VALUE SPACES.
          88 WS-CW-OK                            VALUE '00'.
       01 WS-CS-STATUS            PIC XX         VALUE SPACES.
          88 WS-CS-OK                            VALUE '00'.
          88 WS-CS-EOF                           VALUE '10'.
       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * SEUIL D'INACTIVITE (CARTE IDLE=nnn JOURS, 90 PAR DEFAUT) ET
      * DEMANDE DE LA LISTE DE RECERTIFICATION (CARTE CERT=Y)
       01 WS-IDLE-DAYS            PIC 9(3)       VALUE 90.
       01 WS-SI-NUM-TEST          PIC 9(3).
       01 WS-CERT-FLAG            PIC X(1)       VALUE 'N'.
          88 WS-CERT-REQUESTED                   VALUE 'Y'.

      * VUE D'UN ENREGISTREMENT DE LA PISTE, LU DANS AUDIT03 OU DANS
      * FVAUDARC (MEME DISPOSITION QUE AUDIT03-REC)
       01 WS-AUDIT-VIEW.
          05 AV-TIMESTAMP         PIC X(20).
          05 AV-TRANS-ID          PIC X(4).
          05 AV-PROGRAM           PIC X(8).
          05 AV-LOGIN             PIC X(8).
          05 AV-EVENT-TYPE        PIC X(10).
          05 AV-DETAIL            PIC X(60).
          05 AV-REQUESTER         PIC X(8).

      * DERNIERE ACTIVITE CONNUE PAR COMPTE (AAAA-MM-JJ), CHARGEE DANS
      * L'ORDRE DE LA CLE DE USERS03 POUR LA RECHERCHE DICHOTOMIQUE
       01 WS-USER-MAX             PIC 9(4)       VALUE 2000.
       01 WS-USER-COUNT           PIC 9(4)       VALUE ZERO.
       01 WS-USER-TABLE.
          05 WS-UT-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-USER-COUNT
                ASCENDING KEY IS WS-UT-LOGIN
                INDEXED BY WS-UT-IDX.
             10 WS-UT-LOGIN       PIC X(8).
             10 WS-UT-LAST        PIC X(10).
       01 WS-EVENT-LOGIN          PIC X(8)       VALUE SPACES.

      * CALCUL DE L'INACTIVITE
       01 WS-LAST-ACTIVITY        PIC X(10)      VALUE SPACES.
       01 WS-PWD-DATE-TEXT        PIC X(10)      VALUE SPACES.
       01 WS-TODAY-CCYYMMDD       PIC 9(8)       VALUE ZERO.
       01 WS-TODAY-INT            PIC S9(9) COMP VALUE 0.
       01 WS-DATE-CCYYMMDD        PIC 9(8)       VALUE ZERO.
       01 WS-DATE-TEXT            PIC X(8)       VALUE SPACES.
       01 WS-IDLE-ELAPSED         PIC S9(9) COMP VALUE 0.
       01 WS-ACTIVITY-FLAG        PIC X(1)       VALUE 'N'.
          88 WS-ACTIVITY-KNOWN                   VALUE 'Y'.

      * SITUATION DE L'EMPLOYE RATTACHE AU COMPTE ET ACTION MENEE
       01 WS-EMP-STATUS           PIC X(12)      VALUE SPACES.
       01 WS-EMP-FLAG             PIC X(1)       VALUE SPACES.
          88 WS-EMP-ACTIVE                       VALUE 'A'.
          88 WS-EMP-TERMINATED                   VALUE 'T'.
          88 WS-EMP-NONE                         VALUE 'N'.
          88 WS-EMP-UNKNOWN                      VALUE 'E'.
       01 WS-ACTION-TAKEN         PIC X(20)      VALUE SPACES.
       01 WS-AUDIT-EVENT          PIC X(10)      VALUE SPACES.
       01 WS-AUDIT-DETAIL         PIC X(60)      VALUE SPACES.
       01 WS-RPT-IDLE-EDIT        PIC Z(4)9.

      * LIGNE DE LA LISTE DE RECERTIFICATION (MEME DISPOSITION QUE
      * SORTED-RECORD)
       01 WS-CERT-LINE.
          05 CW-MANAGER-NO        PIC 9(2).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-MANAGER-NAME      PIC X(30).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-LOGIN             PIC X(8).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-LNAME             PIC X(20).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-FNAME             PIC X(20).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-ROLE              PIC X(1).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-EMP-NO            PIC 9(5).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-EMP-STATUS        PIC X(12).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-LAST-ACTIVITY     PIC X(10).
          05 FILLER               PIC X(1)       VALUE SPACE.
          05 CW-ACTION            PIC X(20).

      * RUPTURE PAR RESPONSABLE DANS LA LISTE
       01 WS-PREV-MANAGER         PIC 9(2)       VALUE ZERO.
       01 WS-FIRST-GROUP          PIC X(1)       VALUE 'Y'.
          88 WS-IS-FIRST-GROUP                   VALUE 'Y'.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-AUDIT-READ        PIC 9(7)       VALUE ZERO.
          05 WS-ARCH-READ         PIC 9(7)       VALUE ZERO.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
          05 WS-LOCKED-TERM       PIC 9(5)       VALUE ZERO.
          05 WS-LOCKED-DORMANT    PIC 9(5)       VALUE ZERO.
          05 WS-RECORDS-ERROR     PIC 9(5)       VALUE ZERO.
          05 WS-CERT-LISTED       PIC 9(5)       VALUE ZERO.

      * MESSAGES DE RAPPORT
       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE       PIC X(132)     VALUE
                'COMPTES DORMANTS ET RECERTIFICATION DES ACCES
      -         ' (USERS03)'.
          05 WS-PARAM-LINE.
             10 FILLER            PIC X(22)      VALUE
                'SEUIL D''INACTIVITE : '.
             10 WS-RPT-IDLE       PIC ZZ9.
             10 FILLER            PIC X(6)       VALUE ' JOURS'.
             10 FILLER            PIC X(26)      VALUE
                '  LISTE RECERTIFICATION: '.
             10 WS-RPT-CERT       PIC X(3).
          05 WS-NOARCH-LINE       PIC X(132)     VALUE
                'PAS DE GENERATION D''ARCHIVE (FVAUDARC) : SEULE LA
      -         ' FENETRE VIVE DE LA PISTE EST EXPLOITEE'.
          05 WS-SEPARATOR-LINE    PIC X(132)     VALUE ALL '-'.
          05 WS-DETAIL-LINE.
             10 FILLER            PIC X(9)       VALUE 'COMPTE: '.
             10 WS-RPT-LOGIN      PIC X(8).
             10 FILLER            PIC X(3)       VALUE ' - '.
             10 WS-RPT-STATUS     PIC X(40).
             10 FILLER            PIC X(19)      VALUE
                ' DERNIERE ACTIVITE '.
             10 WS-RPT-LAST       PIC X(10).
          05 WS-CERT-TITLE-LINE   PIC X(132)     VALUE
                'LISTE DE RECERTIFICATION DES ACCES PAR RESPONSABLE'.
          05 WS-MANAGER-LINE.
             10 FILLER            PIC X(13)      VALUE
                'RESPONSABLE: '.
             10 WS-RPT-MGR-NO     PIC Z9.
             10 FILLER            PIC X(1)       VALUE SPACE.
             10 WS-RPT-MGR-NAME   PIC X(30).
          05 WS-CERT-HEAD-LINE    PIC X(132)     VALUE
                '   COMPTE   NOM                  PRENO
      -         'M               ROLE         EMPL.  SITUATION    D
      -         'ERN.ACTIV. ACTION'.
          05 WS-CERT-DETAIL-LINE.
             10 FILLER            PIC X(3)       VALUE SPACES.
             10 WS-RPT-C-LOGIN    PIC X(8).
             10 FILLER            PIC X(1)       VALUE SPACE.
             10 WS-RPT-C-LNAME    PIC X(20).
             10 FILLER            PIC X(1)       VALUE SPACE.
             10 WS-RPT-C-FNAME    PIC X(20).
             10 FILLER            PIC X(1)       VALUE SPACE.
             10 WS-RPT-C-ROLE     PIC X(12).
             10 FILLER            PIC X(1)       VALUE SPACE.
             10 WS-RPT-C-EMP-NO   PIC ZZZZ9.
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-C-STATUS   PIC X(12).
             10 FILLER            PIC X(1)       VALUE SPACE.
             10 WS-RPT-C-LAST     PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-C-ACTION   PIC X(20).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(13)      VALUE 'TOTAL LUS: '.
             10 WS-RPT-TOTAL      PIC ZZ,ZZ9.
             10 FILLER            PIC X(18)      VALUE
                ' - SORTIS VERR.: '.
             10 WS-RPT-TERM       PIC ZZ,ZZ9.
             10 FILLER            PIC X(19)      VALUE
                ' - DORMANTS VERR.: '.
             10 WS-RPT-DORMANT    PIC ZZ,ZZ9.
             10 FILLER            PIC X(14)      VALUE ' - ERREURS: '.
             10 WS-RPT-ERRORS     PIC ZZ,ZZ9.
          05 WS-AUDIT-SUM-LINE.
             10 FILLER            PIC X(24)      VALUE
                'PISTE LUE : AUDIT03    '.
             10 WS-RPT-AU-READ    PIC Z,ZZZ,ZZ9.
             10 FILLER            PIC X(13)      VALUE
                '  FVAUDARC: '.
             10 WS-RPT-AA-READ    PIC Z,ZZZ,ZZ9.
          05 WS-TIMESTAMP-LINE    PIC X(132).

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
      * COLONNE MANAGER_NO SUR API9.EMPLOYEES TENUE PAR EMPMNT
       01 H-E-NO                  PIC 9(5).
       01 H-E-NAME                PIC X(30).
       01 H-M-NO                  PIC 9(2).
       01 H-M-NAME                PIC X(30).

       PROCEDURE DIVISION.

      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-USER-TABLE
           PERFORM SCAN-AUDIT-TRAIL
           PERFORM PROCESS-FILE
           IF WS-CERT-REQUESTED
              PERFORM PRINT-CERT-LIST
           END-IF
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION                                                *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME USRCERT'
           PERFORM READ-SYSIN-CARDS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                      WS-RP-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-IDLE-DAYS TO WS-RPT-IDLE
           IF WS-CERT-REQUESTED
              MOVE 'OUI' TO WS-RPT-CERT
           ELSE
              MOVE 'NON' TO WS-RPT-CERT
           END-IF
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

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
              WHEN SYSIN-RECORD(1:5) = 'IDLE='
                   AND SYSIN-RECORD(6:3) IS NUMERIC
                 MOVE SYSIN-RECORD(6:3) TO WS-SI-NUM-TEST
                 IF WS-SI-NUM-TEST > 0
                    MOVE WS-SI-NUM-TEST TO WS-IDLE-DAYS
                 END-IF
              WHEN SYSIN-RECORD(1:6) = 'CERT=Y'
                 MOVE 'Y' TO WS-CERT-FLAG
           END-EVALUATE
           .

      *****************************************************************
      * CHARGEMENT DES LOGINS DE USERS03 (ORDRE DE LA CLE)            *
      *****************************************************************
       LOAD-USER-TABLE.
           OPEN INPUT USERS-FILE
           IF NOT WS-US-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER USERS03: '
                      WS-US-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           PERFORM READ-NEXT-USER
           PERFORM UNTIL WS-US-EOF
              IF WS-USER-COUNT < WS-USER-MAX
                 ADD 1 TO WS-USER-COUNT
                 MOVE U-LOGIN TO WS-UT-LOGIN(WS-USER-COUNT)
                 MOVE SPACES  TO WS-UT-LAST(WS-USER-COUNT)
              ELSE
                 DISPLAY 'TABLE DES COMPTES PLEINE (' WS-USER-MAX
                         '), ARRET DU PROGRAMME'
                 MOVE 12 TO RETURN-CODE
                 PERFORM CLOSE-FILES
                 GOBACK
              END-IF
              PERFORM READ-NEXT-USER
           END-PERFORM
           CLOSE USERS-FILE
           .

       READ-NEXT-USER.
           READ USERS-FILE NEXT
           IF NOT WS-US-OK AND NOT WS-US-EOF
              DISPLAY 'ERREUR LECTURE USERS03, STATUS: '
                      WS-US-STATUS
              ADD 1 TO WS-RECORDS-ERROR
              MOVE '10' TO WS-US-STATUS
           END-IF
           .

      *****************************************************************
      * LECTURE DE LA PISTE D'AUDIT : GENERATIONS D'ARCHIVE PUIS      *
      * FENETRE VIVE. SANS LA FENETRE VIVE L'ACTIVITE RECENTE EST     *
      * INCONNUE ET TOUS LES COMPTES PARAITRAIENT DORMANTS : ARRET    *
      *****************************************************************
       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDARC-FILE
           IF WS-AA-OK
              PERFORM UNTIL WS-AA-EOF
                 READ AUDARC-FILE INTO WS-AUDIT-VIEW
                    AT END MOVE '10' TO WS-AA-STATUS
                    NOT AT END
                       ADD 1 TO WS-ARCH-READ
                       PERFORM NOTE-AUDIT-EVENT
                 END-READ
              END-PERFORM
              CLOSE AUDARC-FILE
           ELSE
              WRITE REPORT-RECORD FROM WS-NOARCH-LINE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF NOT WS-AU-OK
              DISPLAY 'PISTE D''AUDIT INTROUVABLE (' WS-AU-STATUS
                      '), ARRET DU PROGRAMME'
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           PERFORM UNTIL WS-AU-EOF
              READ AUDIT-FILE INTO WS-AUDIT-VIEW
                 AT END MOVE '10' TO WS-AU-STATUS
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM NOTE-AUDIT-EVENT
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

      *****************************************************************
      * EVENEMENTS QUI COMPTENT COMME ACTIVITE DU COMPTE :            *
      * - LOGIN OK   : CONNEXION REUSSIE (AU-LOGIN) ;                 *
      * - USER ADD   : CREATION PAR USRADM03 (CIBLE EN DETAIL(7:8)) ; *
      * - USER UNLCK : DEVERROUILLAGE CONFIRME PAR PNDAPP03 (CIBLE EN *
      *   DETAIL(6:8)), OU PAR USRADM03 AVANT LA DOUBLE VALIDATION    *
      *   (CIBLE EN DETAIL(7:8)) : UN COMPTE REOUVERT N'EST PAS       *
      *   REVERROUILLE AU PASSAGE SUIVANT                             *
      *****************************************************************
       NOTE-AUDIT-EVENT.
           MOVE SPACES TO WS-EVENT-LOGIN
           EVALUATE TRUE
              WHEN AV-EVENT-TYPE = 'LOGIN OK'
                 MOVE AV-LOGIN TO WS-EVENT-LOGIN
              WHEN AV-EVENT-TYPE = 'USER ADD'
                 MOVE AV-DETAIL(7:8) TO WS-EVENT-LOGIN
              WHEN AV-EVENT-TYPE = 'USER UNLCK'
                   AND AV-PROGRAM = 'PNDAPP03'
                 MOVE AV-DETAIL(6:8) TO WS-EVENT-LOGIN
              WHEN AV-EVENT-TYPE = 'USER UNLCK'
                 MOVE AV-DETAIL(7:8) TO WS-EVENT-LOGIN
           END-EVALUATE
           IF WS-EVENT-LOGIN = SPACES OR WS-USER-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-UT-ENTRY
              AT END CONTINUE
              WHEN WS-UT-LOGIN(WS-UT-IDX) = WS-EVENT-LOGIN
                 IF AV-TIMESTAMP(1:10) > WS-UT-LAST(WS-UT-IDX)
                    MOVE AV-TIMESTAMP(1:10) TO WS-UT-LAST(WS-UT-IDX)
                 END-IF
           END-SEARCH
           .

      *****************************************************************
      * TRAITEMENT DES COMPTES : USERS03 EN MISE A JOUR, PISTE        *
      * D'AUDIT EN AJOUT (TOUT VERROUILLAGE Y EST TRACE)              *
      *****************************************************************
       PROCESS-FILE.
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AU-OK
              DISPLAY 'PISTE D''AUDIT INDISPONIBLE: ' WS-AU-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           OPEN I-O USERS-FILE
           IF NOT WS-US-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER USERS03: '
                      WS-US-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           IF WS-CERT-REQUESTED
              OPEN OUTPUT CERT-FILE
              IF NOT WS-CW-OK
                 DISPLAY 'ERREUR OUVERTURE FICHIER WKCRTWRK: '
                         WS-CW-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM CLOSE-FILES
                 GOBACK
              END-IF
           END-IF

           PERFORM READ-NEXT-USER
           PERFORM UNTIL WS-US-EOF
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM CHECK-ONE-USER
                   PERFORM READ-NEXT-USER
           END-PERFORM
           CLOSE USERS-FILE
           CLOSE AUDIT-FILE
           IF WS-CERT-REQUESTED
              CLOSE CERT-FILE
           END-IF
           .

      *****************************************************************
      * CONTROLE D'UN COMPTE : EMPLOYE SORTI -> VERROUILLAGE IMMEDIAT *
      * SINON INACTIVITE AU-DELA DU SEUIL -> VERROUILLAGE ; UN COMPTE *
      * DEJA VERROUILLE N'EST QUE LISTE                               *
      *****************************************************************
       CHECK-ONE-USER.
           MOVE SPACES TO WS-ACTION-TAKEN
           PERFORM FIND-LAST-ACTIVITY
           PERFORM GET-EMPLOYEE-STATUS

           EVALUATE TRUE
              WHEN U-IS-LOCKED
                 MOVE 'DEJA VERROUILLE' TO WS-ACTION-TAKEN
              WHEN WS-EMP-TERMINATED
                 MOVE 'USER TERM' TO WS-AUDIT-EVENT
                 MOVE SPACES TO WS-AUDIT-DETAIL
                 STRING 'CIBLE:' U-LOGIN ' EMPLOYE SORTI:' U-EMP-NO
                    DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                 END-STRING
                 PERFORM LOCK-ACCOUNT
                 IF WS-US-OK
                    ADD 1 TO WS-LOCKED-TERM
                    MOVE 'VERROUILLE (SORTI)' TO WS-ACTION-TAKEN
                 END-IF
              WHEN NOT WS-ACTIVITY-KNOWN
                   OR WS-IDLE-ELAPSED > WS-IDLE-DAYS
                 MOVE 'USER DORM' TO WS-AUDIT-EVENT
                 MOVE SPACES TO WS-AUDIT-DETAIL
                 IF WS-ACTIVITY-KNOWN
                    MOVE WS-IDLE-ELAPSED TO WS-RPT-IDLE-EDIT
                    STRING 'CIBLE:' U-LOGIN ' INACTIF DEPUIS '
                           WS-LAST-ACTIVITY ' (' WS-RPT-IDLE-EDIT
                           ' J)'
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                    END-STRING
                 ELSE
                    STRING 'CIBLE:' U-LOGIN ' AUCUNE ACTIVITE CONNUE'
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                    END-STRING
                 END-IF
                 PERFORM LOCK-ACCOUNT
                 IF WS-US-OK
                    ADD 1 TO WS-LOCKED-DORMANT
                    MOVE 'VERROUILLE (DORMANT)' TO WS-ACTION-TAKEN
                 END-IF
           END-EVALUATE

           IF WS-CERT-REQUESTED
              PERFORM WRITE-CERT-RECORD
           END-IF
           .

      *****************************************************************
      * DERNIERE ACTIVITE = PLUS RECENTE DES DATES DE LA PISTE ET DU  *
      * DERNIER CHANGEMENT DE MOT DE PASSE (LA DATE ANTIDATEE 19000101*
      * D'UN CHANGEMENT FORCE N'EST PAS UNE ACTIVITE)                 *
      *****************************************************************
       FIND-LAST-ACTIVITY.
           MOVE SPACES TO WS-LAST-ACTIVITY
           MOVE 'N' TO WS-ACTIVITY-FLAG
           MOVE ZERO TO WS-IDLE-ELAPSED
           SEARCH ALL WS-UT-ENTRY
              AT END CONTINUE
              WHEN WS-UT-LOGIN(WS-UT-IDX) = U-LOGIN
                 MOVE WS-UT-LAST(WS-UT-IDX) TO WS-LAST-ACTIVITY
           END-SEARCH

           IF U-PASSWORD-DATE IS NUMERIC
              AND U-PASSWORD-DATE > 19000101
              AND U-PASSWORD-DATE NOT > WS-TODAY-CCYYMMDD
              MOVE U-PASSWORD-DATE TO WS-DATE-CCYYMMDD
              MOVE WS-DATE-CCYYMMDD(1:4) TO WS-PWD-DATE-TEXT(1:4)
              MOVE '-'                   TO WS-PWD-DATE-TEXT(5:1)
              MOVE WS-DATE-CCYYMMDD(5:2) TO WS-PWD-DATE-TEXT(6:2)
              MOVE '-'                   TO WS-PWD-DATE-TEXT(8:1)
              MOVE WS-DATE-CCYYMMDD(7:2) TO WS-PWD-DATE-TEXT(9:2)
              IF WS-PWD-DATE-TEXT > WS-LAST-ACTIVITY
                 MOVE WS-PWD-DATE-TEXT TO WS-LAST-ACTIVITY
              END-IF
           END-IF

           IF WS-LAST-ACTIVITY = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-LAST-ACTIVITY(1:4) WS-LAST-ACTIVITY(6:2)
                  WS-LAST-ACTIVITY(9:2)
              DELIMITED BY SIZE INTO WS-DATE-TEXT
           END-STRING
           IF WS-DATE-TEXT IS NOT NUMERIC
              MOVE SPACES TO WS-LAST-ACTIVITY
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TEXT TO WS-DATE-CCYYMMDD
           MOVE 'Y' TO WS-ACTIVITY-FLAG
           COMPUTE WS-IDLE-ELAPSED = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
           .

      *****************************************************************
      * SITUATION DE L'EMPLOYE : ABSENT DE API9.EMPLOYEES = SORTI     *
      * (EMPMNT SUPPRIME LA LIGNE A LA SORTIE) ; U-EMP-NO A ZERO =    *
      * COMPTE SANS EMPLOYE (COMPTE TECHNIQUE), JAMAIS VERROUILLE A   *
      * CE TITRE                                                      *
      *****************************************************************
       GET-EMPLOYEE-STATUS.
           MOVE ZERO   TO H-M-NO
           MOVE SPACES TO H-E-NAME H-M-NAME
           IF U-EMP-NO IS NOT NUMERIC OR U-EMP-NO = ZERO
              MOVE 'N' TO WS-EMP-FLAG
              MOVE 'SANS EMPLOYE' TO WS-EMP-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE U-EMP-NO TO H-E-NO
           EXEC SQL
               SELECT E.NAME,
                      COALESCE(E.MANAGER_NO, 0),
                      COALESCE(M.NAME, ' ')
                 INTO :H-E-NAME, :H-M-NO, :H-M-NAME
                 FROM API9.EMPLOYEES E
                 LEFT OUTER JOIN API9.EMPLOYEES M
                   ON M.E_NO = E.MANAGER_NO
                WHERE E.E_NO = :H-E-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'A' TO WS-EMP-FLAG
                 MOVE 'ACTIF' TO WS-EMP-STATUS
              WHEN SQLCODE = 100
                 MOVE 'T' TO WS-EMP-FLAG
                 MOVE 'SORTI' TO WS-EMP-STATUS
              WHEN OTHER
                 MOVE 'E' TO WS-EMP-FLAG
                 MOVE 'ERREUR SQL' TO WS-EMP-STATUS
                 ADD 1 TO WS-RECORDS-ERROR
                 DISPLAY 'ERREUR SELECT EMPLOYE ' U-EMP-NO
                         ' SQLCODE ' SQLCODE
           END-EVALUATE
           .

      *****************************************************************
      * VERROUILLAGE DU COMPTE (MEME INDICATEUR QUE LE VERROUILLAGE   *
      * APRES ECHECS DE CONNEXION D'AUTH03) ET TRACE DANS AUDIT03     *
      *****************************************************************
       LOCK-ACCOUNT.
           MOVE 'Y' TO U-LOCKED
           REWRITE USERSX-REC
           IF WS-US-OK
              PERFORM WRITE-AUDIT-RECORD
              MOVE U-LOGIN TO WS-RPT-LOGIN
              MOVE WS-AUDIT-DETAIL(16:40) TO WS-RPT-STATUS
              IF WS-ACTIVITY-KNOWN
                 MOVE WS-LAST-ACTIVITY TO WS-RPT-LAST
              ELSE
                 MOVE 'AUCUNE' TO WS-RPT-LAST
              END-IF
              WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
              MOVE 'ERREUR REECRITURE' TO WS-ACTION-TAKEN
              DISPLAY 'ERREUR REECRITURE USERS03 ' U-LOGIN
                      ' STATUS ' WS-US-STATUS
              MOVE '00' TO WS-US-STATUS
           END-IF
           .

      *****************************************************************
      * TRACE DU VERROUILLAGE AUTOMATIQUE DANS LA PISTE D'AUDIT       *
      *****************************************************************
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
           MOVE 'BTCH'          TO AU-TRANS-ID
           MOVE 'USRCERT '      TO AU-PROGRAM
           MOVE 'BATCH'         TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           WRITE AUDIT03-REC
           IF NOT WS-AU-OK
              DISPLAY 'ERREUR ECRITURE AUDIT03 ' U-LOGIN
                      ' STATUS ' WS-AU-STATUS
              ADD 1 TO WS-RECORDS-ERROR
           END-IF
           .

      *****************************************************************
      * LIGNE DE LA LISTE DE RECERTIFICATION (FICHIER DE TRAVAIL)     *
      *****************************************************************
       WRITE-CERT-RECORD.
           MOVE H-M-NO           TO CW-MANAGER-NO
           MOVE H-M-NAME         TO CW-MANAGER-NAME
           MOVE U-LOGIN          TO CW-LOGIN
           MOVE U-LNAME          TO CW-LNAME
           MOVE U-FNAME          TO CW-FNAME
           MOVE U-ROLE           TO CW-ROLE
           MOVE U-EMP-NO         TO CW-EMP-NO
           MOVE WS-EMP-STATUS    TO CW-EMP-STATUS
           IF WS-ACTIVITY-KNOWN
              MOVE WS-LAST-ACTIVITY TO CW-LAST-ACTIVITY
           ELSE
              MOVE 'AUCUNE'         TO CW-LAST-ACTIVITY
           END-IF
           MOVE WS-ACTION-TAKEN  TO CW-ACTION
           WRITE CERT-RECORD FROM WS-CERT-LINE
           ADD 1 TO WS-CERT-LISTED
           .

      *****************************************************************
      * LISTE DE RECERTIFICATION TRIEE PAR RESPONSABLE PUIS COMPTE    *
      * (VERBE SORT), AVEC RUPTURE PAR RESPONSABLE                    *
      *****************************************************************
       PRINT-CERT-LIST.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-MANAGER-NO SW-LOGIN
               USING CERT-FILE
               GIVING SORTED-FILE

           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           WRITE REPORT-RECORD FROM WS-CERT-TITLE-LINE
           OPEN INPUT SORTED-FILE
           IF NOT WS-CS-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER TRIE: ' WS-CS-STATUS
              ADD 1 TO WS-RECORDS-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SORTED
           PERFORM UNTIL WS-CS-EOF
                   IF WS-IS-FIRST-GROUP
                      OR CS-MANAGER-NO NOT = WS-PREV-MANAGER
                      PERFORM WRITE-MANAGER-HEADER
                   END-IF
                   PERFORM WRITE-CERT-DETAIL
                   PERFORM READ-NEXT-SORTED
           END-PERFORM
           CLOSE SORTED-FILE
           .

       READ-NEXT-SORTED.
           READ SORTED-FILE
           IF NOT WS-CS-OK AND NOT WS-CS-EOF
              DISPLAY 'ERREUR LECTURE FICHIER TRIE, STATUS: '
                      WS-CS-STATUS
              ADD 1 TO WS-RECORDS-ERROR
              MOVE '10' TO WS-CS-STATUS
           END-IF
           .

       WRITE-MANAGER-HEADER.
           MOVE 'N' TO WS-FIRST-GROUP
           MOVE CS-MANAGER-NO TO WS-PREV-MANAGER
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CS-MANAGER-NO TO WS-RPT-MGR-NO
           IF CS-MANAGER-NO = ZERO
              MOVE 'SANS RESPONSABLE' TO WS-RPT-MGR-NAME
           ELSE
              MOVE CS-MANAGER-NAME TO WS-RPT-MGR-NAME
           END-IF
           WRITE REPORT-RECORD FROM WS-MANAGER-LINE
           WRITE REPORT-RECORD FROM WS-CERT-HEAD-LINE
           .

       WRITE-CERT-DETAIL.
           MOVE CS-LOGIN         TO WS-RPT-C-LOGIN
           MOVE CS-LNAME         TO WS-RPT-C-LNAME
           MOVE CS-FNAME         TO WS-RPT-C-FNAME
           EVALUATE CS-ROLE
              WHEN 'A'   MOVE 'ADMIN'        TO WS-RPT-C-ROLE
              WHEN 'C'   MOVE 'CREDIT'       TO WS-RPT-C-ROLE
              WHEN 'P'   MOVE 'PRIX'         TO WS-RPT-C-ROLE
              WHEN OTHER MOVE 'UTILISATEUR'  TO WS-RPT-C-ROLE
           END-EVALUATE
           MOVE CS-EMP-NO        TO WS-RPT-C-EMP-NO
           MOVE CS-EMP-STATUS    TO WS-RPT-C-STATUS
           MOVE CS-LAST-ACTIVITY TO WS-RPT-C-LAST
           MOVE CS-ACTION        TO WS-RPT-C-ACTION
           WRITE REPORT-RECORD FROM WS-CERT-DETAIL-LINE
           .

      *****************************************************************
      * FINALISATION                                                  *
      *****************************************************************
       FINALIZATION.
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-RECORDS-READ   TO WS-RPT-TOTAL
           MOVE WS-LOCKED-TERM    TO WS-RPT-TERM
           MOVE WS-LOCKED-DORMANT TO WS-RPT-DORMANT
           MOVE WS-RECORDS-ERROR  TO WS-RPT-ERRORS
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-AUDIT-READ     TO WS-RPT-AU-READ
           MOVE WS-ARCH-READ      TO WS-RPT-AA-READ
           WRITE REPORT-RECORD FROM WS-AUDIT-SUM-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE REPORT-FILE
           DISPLAY 'FIN DU PROGRAMME USRCERT'
           DISPLAY 'TOTAL COMPTES LUS: ' WS-RECORDS-READ
           DISPLAY 'VERROUILLES EMPLOYE SORTI: ' WS-LOCKED-TERM
           DISPLAY 'VERROUILLES DORMANTS: ' WS-LOCKED-DORMANT
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
      * FERMETURE DES FICHIERS (ARRET SUR ERREUR D'OUVERTURE)         *
      *****************************************************************
       CLOSE-FILES.
           CLOSE USERS-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           .
