      *             ENCORE OUVERTES AU CARNET FNPOMST EST REFUSEE.    *
      *             LE DELAI EST EXPLOITE PAR REORDRPT (SEUIL DE      *
      *             COUVERTURE PAR FOURNISSEUR AU LIEU DU COVER=      *
      *             GLOBAL UNIQUE). LE MAITRE PORTE AUSSI LE DELAI DE *
      *             PAIEMENT EN JOURS ET LE COMPTE BANCAIRE DU        *
      *             FOURNISSEUR, EXPLOITES PAR SUPINV (ECHEANCE) ET   *
      *             APPAYRUN (VIREMENTS) ; EN MODIFICATION, UNE ZONE  *
      *             A BLANC CONSERVE LA VALEUR EN PLACE.              *
      * ENTREE    : FNSUPMV (ACTION A/C/F + NUMERO + NOM + DELAI +    *
      *             ACTIF + DELAI DE PAIEMENT + COMPTE BANCAIRE),     *
      *             FNPOMST (CARNET, FACULTATIF)                      *
      * SORTIE    : MAJ FNSUPMST + RAPPORT (FREPORT)                  *
      *****************************************************************

       FILE SECTION.
      * MOUVEMENT FOURNISSEUR : 'A' = CREATION, 'C' = MODIFICATION,
      * 'F' = FERMETURE (SUPPRESSION SI AUCUNE COMMANDE D'ACHAT
      * OUVERTE NE REFERENCE LE FOURNISSEUR). LONGUEUR VARIABLE 39 A
      * 76 : LES ANCIENS MOUVEMENTS SANS DELAI DE PAIEMENT NI COMPTE
      * BANCAIRE RESTENT LISIBLES TELS QUELS
       FD  SUPMNT-FILE
           RECORD CONTAINS 39 TO 76 CHARACTERS.
       01 SUPMNT-RECORD.
          05 SM-ACTION            PIC X(1).
             88 SM-ACTION-ADD                VALUE 'A'.
          05 SM-NAME              PIC X(30).
          05 SM-LEADTIME-TXT      PIC X(3).
          05 SM-ACTIVE            PIC X(1).
          05 SM-TERMS-TXT         PIC X(3).
          05 SM-BANK-ACCT         PIC X(34).

      * MAITRE FOURNISSEURS : NUMERO, NOM, DELAI DE LIVRAISON PAR
      * DEFAUT EN JOURS, INDICATEUR ACTIF 'Y'/'N', DELAI DE PAIEMENT
      * EN JOURS (ZERO = DELAI PAR DEFAUT DU LOT), COMPTE BANCAIRE
       FD  SUP-FILE.
       01 SUP-RECORD.
          05 SUP-KEY.
          05 SUP-NAME             PIC X(30).
          05 SUP-LEADTIME         PIC 9(3).
          05 SUP-ACTIVE           PIC X(1).
          05 SUP-PAY-TERMS        PIC 9(3).
          05 SUP-BANK-ACCT        PIC X(34).

      * MEME DISPOSITION QUE PO-RECORD DANS POLOAD/IMPRECPT
       FD  PO-FILE.
          05 PO-DATE-EXPECTED     PIC X(10).
          05 PO-STATUS            PIC X(1).
          05 PO-SUP-NO            PIC X(4).
          05 PO-UNIT-PRICE        PIC 9(5)V99.
          05 PO-QTY-INVOICED      PIC 9(5).
          05 PO-DATE-ORDERED      PIC X(10).

       FD  REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).
      * DELAI DE LIVRAISON DE LA LIGNE EN COURS
       01 WS-LEADTIME             PIC 9(3)       VALUE ZERO.

      * DELAI DE PAIEMENT DE LA LIGNE EN COURS
       01 WS-PAY-TERMS            PIC 9(3)       VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(5)       VALUE ZERO.
           END-PERFORM
           .

      * LA ZONE EST BLANCHIE AVANT LECTURE POUR QU'UN ANCIEN
      * MOUVEMENT X(39) LAISSE DELAI DE PAIEMENT ET COMPTE A BLANC
       READ-NEXT-RECORD.
           MOVE SPACES TO SUPMNT-RECORD
           READ SUPMNT-FILE
           IF WS-SM-OK
              ADD 1 TO WS-RECORDS-READ

      *****************************************************************
      * CONTROLE DES ZONES NOM / DELAI / ACTIF (CREATION ET          *
      * MODIFICATION) ; LE DELAI VALIDE EST LAISSE DANS WS-LEADTIME, *
      * LE DELAI DE PAIEMENT (BLANC = ZERO) DANS WS-PAY-TERMS        *
      *****************************************************************
       VALIDATE-IDENTITY.
           MOVE 'OK' TO WS-RPT-STATUS
           IF SM-ACTIVE NOT = 'Y' AND SM-ACTIVE NOT = 'N'
              MOVE 'INDICATEUR ACTIF INVALIDE (Y/N)'
                 TO WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PAY-TERMS
           IF SM-TERMS-TXT NOT = SPACES
              IF SM-TERMS-TXT NOT NUMERIC
                 MOVE 'DELAI DE PAIEMENT NON NUMERIQUE'
                    TO WS-RPT-STATUS
                 EXIT PARAGRAPH
              END-IF
              MOVE SM-TERMS-TXT TO WS-PAY-TERMS
           END-IF
           .

           MOVE SM-NAME     TO SUP-NAME
           MOVE WS-LEADTIME TO SUP-LEADTIME
           MOVE SM-ACTIVE   TO SUP-ACTIVE
           MOVE WS-PAY-TERMS TO SUP-PAY-TERMS
           MOVE SM-BANK-ACCT TO SUP-BANK-ACCT
           WRITE SUP-RECORD
           EVALUATE TRUE
              WHEN WS-SU-OK
           MOVE SM-NAME     TO SUP-NAME
           MOVE WS-LEADTIME TO SUP-LEADTIME
           MOVE SM-ACTIVE   TO SUP-ACTIVE
           IF SM-TERMS-TXT NOT = SPACES
              MOVE WS-PAY-TERMS TO SUP-PAY-TERMS
           END-IF
           IF SM-BANK-ACCT NOT = SPACES
              MOVE SM-BANK-ACCT TO SUP-BANK-ACCT
           END-IF
           REWRITE SUP-RECORD
           IF WS-SU-OK
              ADD 1 TO WS-RECORDS-APPLIED
