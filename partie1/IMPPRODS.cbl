          05 PP-NEW-PRICE         PIC 9(5)V99.
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PP-TIMESTAMP         PIC X(20).
      * LOGIN DE LA PERSONNE QUI A LANCE LE CHARGEMENT (CARTE SYSIN
      * LOADBY=) : ELLE NE PEUT PAS APPROUVER SES PROPRES REPRICAGES
          05 FILLER               PIC X(1)   VALUE SPACES.
          05 PP-LOADED-BY         PIC X(8).

      * PRIX FUTUR EN ATTENTE D'ACTIVATION (MEME DISPOSITION DANS
      * PRCACTIV) : PRIX CONVERTI EN DOLLARS, PRIX D'ACHAT, DATE
      * (CARTE SYSIN PRCTOL=, 20 PAR DEFAUT) N'EST PAS APPLIQUE : IL
      * PART DANS FNPRPEND POUR UNE SECONDE PAIRE D'YEUX (APPRPRC)
       01 WS-PRICE-TOL-PCT        PIC 9(3)       VALUE 20.
      * AUTEUR DU CHARGEMENT (CARTE SYSIN LOADBY=LOGIN), PORTE SUR
      * CHAQUE REPRICAGE MIS EN ATTENTE ; L'ECRAN D'APPROBATION
      * PRCAPP03 REFUSE QU'IL DECIDE LUI-MEME DE SES REPRICAGES
       01 WS-LOADED-BY            PIC X(8)       VALUE SPACES.
       01 WS-PRICE-VAR-PCT        PIC 9(5)V99    VALUE ZERO.

      * HORODATAGE DE DEBUT DE RUN, REPRIS DANS LE JOURNAL COMMUN
                 MOVE H-PRICE       TO PP-NEW-PRICE
                 PERFORM BUILD-TIMESTAMP-LINE
                 MOVE WS-TIMESTAMP-LINE(1:20) TO PP-TIMESTAMP
                 MOVE WS-LOADED-BY  TO PP-LOADED-BY
                 WRITE PENDPRICE-RECORD
                 DISPLAY 'REPRICAGE HORS TOLERANCE, EN ATTENTE '
                         'D''APPROBATION: ' WS-PRODUCT-NO
              END-IF
              EXIT PARAGRAPH
           END-IF
      * CARTE LOADBY=LOGIN : AUTEUR DU CHARGEMENT (LOGIN CICS), REPORTE
      * SUR LES REPRICAGES MIS EN ATTENTE D'APPROBATION
           IF SYSIN-RECORD(1:7) = 'LOADBY='
              IF SYSIN-RECORD(8:8) NOT = SPACES
                 MOVE SYSIN-RECORD(8:8) TO WS-LOADED-BY
                 DISPLAY 'AUTEUR DU CHARGEMENT SYSIN: ' WS-LOADED-BY
              ELSE
                 ADD 1 TO WS-SI-MALFORMED
                 DISPLAY 'CARTE SYSIN ' WS-SI-LINE-NO
                         ' IGNOREE (MAL FORMEE): ' SYSIN-RECORD(1:20)
              END-IF
              EXIT PARAGRAPH
           END-IF
      * CARTE TOLERANCE=nnn : VARIATION MAXIMALE ADMISE (EN POURCENT)
      * ENTRE UN TAUX ENTRANT ET LE TAUX ACCEPTE AU RUN PRECEDENT
           IF SYSIN-RECORD(1:10) = 'TOLERANCE='
