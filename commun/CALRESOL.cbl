      *               TABLE)                                          *
      *             - PERIODEND = DERNIERE FIN DE PERIODE ('P') QUI   *
      *               NE DEPASSE PAS LA DATE DE BASE                  *
      *             - NEXTBUSDAY = PREMIER JOUR OUVRE A PARTIR DE LA  *
      *               DATE DE BASE INCLUSE (LA DATE ELLE-MEME SI ELLE *
      *               EST OUVREE), POUR REPORTER UNE ECHEANCE QUI     *
      *               TOMBE UN WEEK-END OU UN JOUR FERIE              *
      *             APPELE PAR CUSTBAL, INVGEN, PICKLIST, TRIALBAL,   *
      *             ARCHVENT, PREFLGHT ET STOGEN POUR QU'UNE SEULE    *
      *             LOGIQUE DE CALENDRIER EXISTE (MEME PRINCIPE QUE   *
      *             RATECONV POUR LES TAUX).                          *
      *****************************************************************

       DATA DIVISION.
                 PERFORM RESOLVE-LAST-BUSINESS-DAY
              WHEN 'PERIODEND '
                 PERFORM RESOLVE-PERIOD-END
              WHEN 'NEXTBUSDAY'
                 PERFORM RESOLVE-NEXT-BUSINESS-DAY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           END-PERFORM
           .

      *****************************************************************
      * PREMIER JOUR OUVRE A PARTIR DE LA DATE DE BASE INCLUSE :     *
      * AVANCE JOUR PAR JOUR (60 PAS AU PLUS) AVEC LES MEMES REGLES  *
      * QUE RESOLVE-LAST-BUSINESS-DAY                                *
      *****************************************************************
       RESOLVE-NEXT-BUSINESS-DAY.
           MOVE LK-BASE-DATE(1:4) TO WS-CR-CCYYMMDD(1:4)
           MOVE LK-BASE-DATE(6:2) TO WS-CR-CCYYMMDD(5:2)
           MOVE LK-BASE-DATE(9:2) TO WS-CR-CCYYMMDD(7:2)
           COMPUTE WS-CR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CR-CCYYMMDD)
           PERFORM VARYING WS-CR-STEPS FROM 1 BY 1
                   UNTIL WS-CR-STEPS > 60 OR LK-VALID = 'Y'
              PERFORM BUILD-CANDIDATE-DATE
              PERFORM CHECK-CANDIDATE-BUSINESS
              IF WS-CR-HOLIDAY-SW = 'N'
                 MOVE WS-CR-CAND TO LK-RESULT
                 MOVE 'Y' TO LK-VALID
              ELSE
                 ADD 1 TO WS-CR-INT
              END-IF
           END-PERFORM
           .

       BUILD-CANDIDATE-DATE.
           COMPUTE WS-CR-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CR-INT)
