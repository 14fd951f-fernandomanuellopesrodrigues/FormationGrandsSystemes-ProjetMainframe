      *             FERMETURE) AVEC VALIDATION, REFUSE LA FERMETURE   *
      *             D'UN CLIENT A SOLDE NON NUL OU AYANT DES          *
      *             COMMANDES OUVERTES, ET PRODUIT UN RAPPORT         *
      *             APPLIQUES/REJETES. CHAQUE FERMETURE EST INSCRITE  *
      *             AVEC SA DATE AU REGISTRE DES CLIENTS FERMES       *
      *             FVCUSTCL, D'OU ANONCUST TIRE LES CLIENTS A        *
      *             ANONYMISER A L'ISSUE DE LA DUREE DE CONSERVATION. *
      *             LE PLAFOND D'ENCOURS (CREDIT_LIMIT) EST POSE A LA *
      *             CREATION ET NE CHANGE ENSUITE QUE PAR UN          *
      *             MOUVEMENT 'L' (PLAFOND SEUL, SANS IDENTITE),      *
      *             PRODUIT PAR CRLAPPL A PARTIR DES PROPOSITIONS DE  *
      *             LA REVUE TRIMESTRIELLE APPROUVEES PAR LE SERVICE  *
      *             CREDIT. LE PAYS DU CLIENT (CODE ISO) DONNE LE     *
      *             PAYS PARTENAIRE DE LA DECLARATION INTRASTAT       *
      *             (INTRADCL) QUAND LE SITE DE LIVRAISON N'EN A PAS. *
      *             LE MODE D'ENVOI DES FACTURES (P = PAPIER, E =     *
      *             FACTURE ELECTRONIQUE, B = LES DEUX) DIT A INVGEN  *
      *             S'IL IMPRIME LA FACTURE, PRODUIT LA FACTURE XML   *
      *             STRUCTUREE, OU LES DEUX.                          *
      * ENTREE    : FNCUSTM (ACTION A/C/F/L + NUMERO + IDENTITE)      *
      * SORTIE    : MAJ API9.CUSTOMERS + FVCUSTCL (AJOUT) + RAPPORT   *
      *             (FREPORT)                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

      * REGISTRE DES CLIENTS FERMES, COMPLETE EN FIN DE FICHIER
           SELECT CLOSED-FILE
               ASSIGN TO FVCUSTCL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
      * MOUVEMENT CLIENT : 'A' = CREATION, 'C' = MODIFICATION,
      * 'F' = FERMETURE (SUPPRESSION SI SOLDE NUL ET AUCUNE COMMANDE),
      * 'L' = CHANGEMENT DU SEUL PLAFOND D'ENCOURS
      * LONGUEUR VARIABLE 105 A 148 : LES ANCIENS FICHIERS SANS LA
      * DEVISE DE FACTURATION, LES CONDITIONS DE REGLEMENT,
      * L'EXONERATION DE TVA, LE CONSENTEMENT A LA SUBSTITUTION, LE
      * PLAFOND, LE PAYS OU LE MODE D'ENVOI DES FACTURES RESTENT
      * LISIBLES TELS QUELS
       FD  CUSTMNT-FILE
           RECORD CONTAINS 105 TO 148 CHARACTERS.
       01 CUSTMNT-RECORD.
          05 CM-ACTION            PIC X(1).
             88 CM-ACTION-ADD                VALUE 'A'.
             88 CM-ACTION-CHANGE             VALUE 'C'.
             88 CM-ACTION-CLOSE              VALUE 'F'.
             88 CM-ACTION-LIMIT              VALUE 'L'.
          05 CM-CUST-NO           PIC 9(4).
          05 CM-NAME              PIC X(30).
          05 CM-ADDRESS           PIC X(40).
      * METTRE LA LIGNE EN RELIQUAT, 'N' OU BLANC = JAMAIS
          05 CM-SUBST             PIC X(1).
             88 CM-SUBST-VALID               VALUE SPACE 'Y' 'N'.
      * PLAFOND D'ENCOURS EN DOLLARS (ZERO = SANS PLAFOND) : PRIS A LA
      * CREATION (A BLANC = SANS PLAFOND) ET PAR LE MOUVEMENT 'L' ;
      * IGNORE PAR LA MODIFICATION 'C', QUI NE TOUCHE QUE L'IDENTITE
          05 CM-CREDIT-LIMIT      PIC 9(9)V99.
      * PAYS DU CLIENT (CODE ISO A DEUX LETTRES) : PAYS PARTENAIRE DE
      * LA DECLARATION INTRASTAT (INTRADCL) QUAND LE SITE DE LIVRAISON
      * N'EN PORTE PAS ; BLANC A LA MODIFICATION = PAYS INCHANGE
          05 CM-COUNTRY           PIC X(2).
      * MODE D'ENVOI DES FACTURES PAR INVGEN : 'P' = PAPIER (IMPRIME),
      * 'E' = FACTURE ELECTRONIQUE XML SEULE, 'B' = LES DEUX ; BLANC A
      * LA CREATION = PAPIER, BLANC A LA MODIFICATION = MODE INCHANGE
          05 CM-DELIVERY          PIC X(1).
             88 CM-DELIVERY-VALID            VALUE SPACE 'P' 'E' 'B'.

      * REGISTRE DES CLIENTS FERMES : UNE LIGNE PAR FERMETURE
      * (ORIGINE 'F'), DATE D'ANONYMISATION A BLANC ; ANONCUST EN
      * REECRIT UNE NOUVELLE GENERATION (FVCUSTCN) OU LA DATE EST
      * PORTEE ET OU S'AJOUTENT LES DEMANDES D'EFFACEMENT (ORIGINE
      * 'E') ; MEME DISPOSITION DANS ANONCUST
       FD  CLOSED-FILE.
       01 CLOSED-RECORD.
          05 CL-CUST-NO           PIC 9(4).
          05 FILLER               PIC X(1).
          05 CL-CLOSE-DATE        PIC X(10).
          05 FILLER               PIC X(1).
          05 CL-ANON-DATE         PIC X(10).
          05 FILLER               PIC X(1).
          05 CL-ORIGIN            PIC X(1).
          05 FILLER               PIC X(1).
          05 CL-REFERENCE         PIC X(20).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).
          88 WS-CM-OK                            VALUE '00'.
          88 WS-CM-EOF                           VALUE '10'.

       01 WS-CL-STATUS            PIC XX         VALUE SPACES.
          88 WS-CL-OK                            VALUE '00'.

       01 WS-RP-STATUS            PIC XX         VALUE SPACES.
          88 WS-RP-OK                            VALUE '00'.

      * COLONNE SUBST_OK SUR API9.CUSTOMERS : CONSENTEMENT A LA
      * SUBSTITUTION EN RUPTURE, EXTENSION DE SCHEMA
       01 H-C-SUBST               PIC X(1).
      * COLONNE CREDIT_LIMIT SUR API9.CUSTOMERS (MEME COLONNE QUE LE
      * CONTROLE D'ENCOURS D'IMPVENTS/ORDENT03)
       01 H-C-CREDIT-LIMIT        PIC S9(9)V99   USAGE COMP-3.
      * COLONNE COUNTRY SUR API9.CUSTOMERS : PAYS DU CLIENT (CODE ISO),
      * EXTENSION DE SCHEMA
       01 H-C-COUNTRY             PIC X(2).
      * COLONNE INV_DELIVERY SUR API9.CUSTOMERS : MODE D'ENVOI DES
      * FACTURES (P/E/B), EXTENSION DE SCHEMA
       01 H-C-DELIVERY            PIC X(1).
       01 H-C-BALANCE             PIC S9(9)V99   USAGE COMP-3.
       01 H-ORDERS-COUNT          PIC S9(7)      USAGE COMP-3.

              GOBACK
           END-IF

      * SANS REGISTRE UNE FERMETURE NE SERAIT JAMAIS ANONYMISEE : ARRET
           OPEN EXTEND CLOSED-FILE
           IF NOT WS-CL-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE CLIENTS FERMES: '
                      WS-CL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RP-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: '
                 PERFORM CHANGE-CUSTOMER
              WHEN CM-ACTION-CLOSE
                 PERFORM CLOSE-CUSTOMER
              WHEN CM-ACTION-LIMIT
                 PERFORM CHANGE-CREDIT-LIMIT
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-REJECTED
                 MOVE 'CODE ACTION INCONNU' TO WS-RPT-STATUS
           MOVE CM-CERT-REF TO H-C-CERT
           MOVE CM-CERT-EXP TO H-C-CERT-EXP
           MOVE CM-SUBST    TO H-C-SUBST
           MOVE CM-COUNTRY  TO H-C-COUNTRY
           MOVE CM-DELIVERY TO H-C-DELIVERY
           IF H-C-DELIVERY = SPACE
              MOVE 'P' TO H-C-DELIVERY
           END-IF
           IF CM-CREDIT-LIMIT NUMERIC
              MOVE CM-CREDIT-LIMIT TO H-C-CREDIT-LIMIT
           ELSE
              MOVE +0 TO H-C-CREDIT-LIMIT
           END-IF
           EXEC SQL
               INSERT INTO API9.CUSTOMERS
               (C_NO, NAME, ADDRESS, CONTACT, CURRENCY, TERMS,
                TAX_EXEMPT, TAX_CERT, TAX_CERT_EXP, SUBST_OK,
                CREDIT_LIMIT, COUNTRY, INV_DELIVERY, BALANCE)
               VALUES
               (:H-C-NO, :H-C-NAME, :H-C-ADDRESS, :H-C-CONTACT,
                :H-C-CURRENCY, :H-C-TERMS, :H-C-EXEMPT, :H-C-CERT,
                :H-C-CERT-EXP, :H-C-SUBST, :H-C-CREDIT-LIMIT,
                :H-C-COUNTRY, :H-C-DELIVERY, 0)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
           MOVE CM-CERT-REF TO H-C-CERT
           MOVE CM-CERT-EXP TO H-C-CERT-EXP
           MOVE CM-SUBST    TO H-C-SUBST
           MOVE CM-COUNTRY  TO H-C-COUNTRY
           MOVE CM-DELIVERY TO H-C-DELIVERY
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET NAME     = :H-C-NAME,
                      TAX_EXEMPT   = :H-C-EXEMPT,
                      TAX_CERT     = :H-C-CERT,
                      TAX_CERT_EXP = :H-C-CERT-EXP,
                      SUBST_OK     = :H-C-SUBST,
                      COUNTRY      = CASE WHEN :H-C-COUNTRY = ' '
                                          THEN COUNTRY
                                          ELSE :H-C-COUNTRY END,
                      INV_DELIVERY = CASE WHEN :H-C-DELIVERY = ' '
                                          THEN INV_DELIVERY
                                          ELSE :H-C-DELIVERY END
                WHERE C_NO = :H-C-NO
           END-EXEC
           EVALUATE TRUE
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * CHANGEMENT DU PLAFOND D'ENCOURS SEUL (MOUVEMENT 'L') : LES    *
      * ZONES D'IDENTITE DU MOUVEMENT SONT IGNOREES                   *
      *****************************************************************
       CHANGE-CREDIT-LIMIT.
           IF CM-CREDIT-LIMIT NOT NUMERIC
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'PLAFOND D''ENCOURS NON NUMERIQUE' TO WS-RPT-STATUS
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE CM-CREDIT-LIMIT TO H-C-CREDIT-LIMIT
           EXEC SQL
               UPDATE API9.CUSTOMERS
                  SET CREDIT_LIMIT = :H-C-CREDIT-LIMIT
                WHERE C_NO = :H-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO WS-RECORDS-APPLIED
                 MOVE 'PLAFOND D''ENCOURS MODIFIE' TO WS-RPT-STATUS
                 PERFORM CHECK-PERIODIC-COMMIT
              WHEN SQLCODE = 0 OR SQLCODE = 100
                 ADD 1 TO WS-RECORDS-REJECTED
                 MOVE 'CLIENT INCONNU' TO WS-RPT-STATUS
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-ERROR
                 MOVE 'ERREUR SQL MODIFICATION PLAFOND' TO WS-RPT-STATUS
                 DISPLAY 'ERREUR UPDATE PLAFOND CLIENT ' CM-CUST-NO
                         ' SQLCODE ' SQLCODE
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * CONTROLE DE L'EXONERATION DE TVA (CREATION ET MODIFICATION) :*
      * INDICATEUR Y/N/BLANC, ET UN CLIENT EXONERE DOIT PORTER UNE   *
           IF NOT CM-SUBST-VALID
              MOVE 'INDICATEUR SUBSTITUTION INVALIDE (Y/N)'
                 TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           IF CM-COUNTRY NOT ALPHABETIC
              MOVE 'CODE PAYS INVALIDE' TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           IF NOT CM-DELIVERY-VALID
              MOVE 'MODE D''ENVOI FACTURES INVALIDE (P/E/B)'
                 TO WS-RPT-STATUS
           END-IF
           .

           IF SQLCODE = 0
              ADD 1 TO WS-RECORDS-APPLIED
              MOVE 'CLIENT FERME' TO WS-RPT-STATUS
              PERFORM WRITE-CLOSED-RECORD
              PERFORM CHECK-PERIODIC-COMMIT
           ELSE
              ADD 1 TO WS-RECORDS-ERROR
           PERFORM WRITE-DETAIL-LINE
           .

      *****************************************************************
      * INSCRIPTION DE LA FERMETURE AU REGISTRE DES CLIENTS FERMES    *
      *****************************************************************
       WRITE-CLOSED-RECORD.
           MOVE SPACES TO CLOSED-RECORD
           MOVE CM-CUST-NO TO CL-CUST-NO
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE
              INTO CL-CLOSE-DATE
           END-STRING
           MOVE 'F' TO CL-ORIGIN
           WRITE CLOSED-RECORD
           IF NOT WS-CL-OK
              DISPLAY 'ERREUR ECRITURE REGISTRE CLIENTS FERMES '
                      CM-CUST-NO ' STATUS ' WS-CL-STATUS
              ADD 1 TO WS-RECORDS-ERROR
           END-IF
           .

      *****************************************************************
      * COMMIT PERIODIQUE TOUS LES 100 MOUVEMENTS APPLIQUES          *
      *****************************************************************
      *****************************************************************
       CLOSE-FILES.
           CLOSE CUSTMNT-FILE
           CLOSE CLOSED-FILE
           CLOSE REPORT-FILE
           .
