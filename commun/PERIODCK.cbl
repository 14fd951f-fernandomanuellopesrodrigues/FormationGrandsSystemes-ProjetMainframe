       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCK.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : CONTROLE DE LA PERIODE COMPTABLE D'UNE DATE DE    *
      *             COMPTABILISATION (SOUS-PROGRAMME PARTAGE)         *
      * OBJECTIF  : UNE FOIS UN MOIS CLOTURE PAR PERCLOSE, AUCUN      *
      *             PROGRAMME DE LA CHAINE NE DOIT PLUS Y PASSER      *
      *             D'ECRITURE. CE SOUS-PROGRAMME RECOIT LA DATE DE   *
      *             COMPTABILISATION (AAAA-MM-JJ) ET LA TABLE DES     *
      *             STATUTS DE PERIODE DEJA CHARGEE PAR L'APPELANT    *
      *             (FICHIER FVPERST : PERIODE AAAA-MM, STATUT        *
      *             O = OUVERTE, E = EN CLOTURE, F = FERMEE, MODE DE  *
      *             REPRISE R = REPORTER, X = REFUSER) ET REND :      *
      *             - 'P' : PERIODE OUVERTE (OU ABSENTE DE LA TABLE), *
      *               COMPTABILISER A LA DATE D'ORIGINE               *
      *             - 'R' : PERIODE EN CLOTURE OU FERMEE EN MODE      *
      *               REPORTER, COMPTABILISER AU PREMIER JOUR DE LA   *
      *               PREMIERE PERIODE OUVERTE QUI SUIT (RENDU DANS   *
      *               LK-RESULT-DATE)                                 *
      *             - 'X' : PERIODE EN CLOTURE OU FERMEE EN MODE      *
      *               REFUSER (OU AUCUNE PERIODE OUVERTE DANS LES 24  *
      *               MOIS QUI SUIVENT), NE PAS COMPTABILISER         *
      *             UNE PERIODE EN CLOTURE EST VERROUILLEE COMME UNE  *
      *             PERIODE FERMEE : LES CONTROLES DE CLOTURE PORTENT *
      *             SUR DES CHIFFRES QUI NE DOIVENT PLUS BOUGER.      *
      *             APPELE PAR IMPVENTS, LOADREV, ORDAMEND, RELHOLDS, *
      *             RELBACKO, PICKCONF, SHIPMANF, LATEFEE, REBATE,    *
      *             CRNOTE, IMPREGLS, SUSPREL, CAISRPT, DDCOLL,       *
      *             DDRETURN, APPAYRUN, IMPRECPT, STKTAKE ET GLJRNL   *
      *             (MEME PRINCIPE QUE RATECONV ET CALRESOL : UNE     *
      *             SEULE LOGIQUE, AUCUNE E/S).                       *
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PC-IDX                 PIC 9(3)       VALUE ZERO.
       01  WS-PC-STEPS               PIC 9(3)       VALUE ZERO.
       01  WS-PC-PERIOD              PIC X(7)       VALUE SPACES.
       01  WS-PC-STATUS              PIC X          VALUE SPACE.
       01  WS-PC-BACKPOST            PIC X          VALUE SPACE.
       01  WS-PC-YEAR                PIC 9(4)       VALUE ZERO.
       01  WS-PC-MONTH               PIC 9(2)       VALUE ZERO.

       LINKAGE SECTION.
       01  LK-POST-DATE              PIC X(10).
       01  LK-PER-COUNT              PIC 9(3).
       01  LK-PER-TABLE.
           05 LK-PER-ENTRY OCCURS 120 TIMES.
              10 LK-PE-PERIOD        PIC X(7).
              10 LK-PE-STATUS        PIC X(1).
              10 LK-PE-BACKPOST      PIC X(1).
       01  LK-RESULT-DATE            PIC X(10).
       01  LK-ACTION                 PIC X.

       PROCEDURE DIVISION USING LK-POST-DATE LK-PER-COUNT
               LK-PER-TABLE LK-RESULT-DATE LK-ACTION.
           MOVE 'P' TO LK-ACTION
           MOVE LK-POST-DATE TO LK-RESULT-DATE
           MOVE LK-POST-DATE(1:7) TO WS-PC-PERIOD
           PERFORM FIND-PERIOD-STATUS
           IF WS-PC-STATUS NOT = 'E' AND WS-PC-STATUS NOT = 'F'
              GOBACK
           END-IF
           IF WS-PC-BACKPOST = 'X'
              MOVE 'X' TO LK-ACTION
              MOVE SPACES TO LK-RESULT-DATE
              GOBACK
           END-IF
           PERFORM FIND-FIRST-OPEN-PERIOD
           GOBACK.

      *****************************************************************
      * STATUT ET MODE DE REPRISE DE WS-PC-PERIOD ; UNE PERIODE       *
      * ABSENTE DE LA TABLE EST OUVERTE, UN MODE DE REPRISE A BLANC   *
      * VAUT REPORTER                                                 *
      *****************************************************************
       FIND-PERIOD-STATUS.
           MOVE 'O' TO WS-PC-STATUS
           MOVE 'R' TO WS-PC-BACKPOST
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > LK-PER-COUNT
              IF LK-PE-PERIOD(WS-PC-IDX) = WS-PC-PERIOD
                 MOVE LK-PE-STATUS(WS-PC-IDX) TO WS-PC-STATUS
                 IF LK-PE-BACKPOST(WS-PC-IDX) = 'X'
                    MOVE 'X' TO WS-PC-BACKPOST
                 END-IF
              END-IF
           END-PERFORM
           .

      *****************************************************************
      * REPORT : AVANCE MOIS PAR MOIS (24 PAS AU PLUS) JUSQU'A LA     *
      * PREMIERE PERIODE OUVERTE ; LA DATE RENDUE EST LE 01 DE CE     *
      * MOIS. SANS PERIODE OUVERTE LA COMPTABILISATION EST REFUSEE    *
      *****************************************************************
       FIND-FIRST-OPEN-PERIOD.
           MOVE 'X' TO LK-ACTION
           MOVE SPACES TO LK-RESULT-DATE
           MOVE LK-POST-DATE(1:4) TO WS-PC-YEAR
           MOVE LK-POST-DATE(6:2) TO WS-PC-MONTH
           PERFORM VARYING WS-PC-STEPS FROM 1 BY 1
                   UNTIL WS-PC-STEPS > 24 OR LK-ACTION = 'R'
              IF WS-PC-MONTH = 12
                 MOVE 1 TO WS-PC-MONTH
                 ADD 1 TO WS-PC-YEAR
              ELSE
                 ADD 1 TO WS-PC-MONTH
              END-IF
              MOVE WS-PC-YEAR  TO WS-PC-PERIOD(1:4)
              MOVE '-'         TO WS-PC-PERIOD(5:1)
              MOVE WS-PC-MONTH TO WS-PC-PERIOD(6:2)
              PERFORM FIND-PERIOD-STATUS
              IF WS-PC-STATUS NOT = 'E' AND WS-PC-STATUS NOT = 'F'
                 STRING WS-PC-PERIOD '-01'
                    DELIMITED BY SIZE INTO LK-RESULT-DATE
                 MOVE 'R' TO LK-ACTION
              END-IF
           END-PERFORM
           .
