      *             EMPLOYE AYANT ENCORE DES COMMANDES DANS LA        *
      *             PERIODE DE COMMISSION EN COURS (CARTES SYSIN      *
      *             FROM=/TO=, MEME CONVENTION QUE COMMPAY).          *
      *             LE MOUVEMENT PORTE AUSSI LE NUMERO DU RESPONSABLE *
      *             HIERARCHIQUE (FACULTATIF), BASE DE LA LISTE DE    *
      *             RECERTIFICATION DES ACCES PRODUITE PAR USRCERT.   *
      * ENTREE    : FNEMPM (ACTION A/C/T + NUMERO + NOM +             *
      *             RESPONSABLE), SYSIN                               *
      * SORTIE    : MAJ API9.EMPLOYEES + RAPPORT (FREPORT)            *
      *****************************************************************

             88 EM-ACTION-TERM               VALUE 'T'.
          05 EM-EMP-NO            PIC 9(2).
          05 EM-NAME              PIC X(30).
      * NUMERO DU RESPONSABLE : FACULTATIF (A BLANC = 0 A L'EMBAUCHE,
      * INCHANGE A LA MODIFICATION)
          05 FILLER               PIC X(1).
          05 EM-MANAGER-NO        PIC 9(2).

       FD  SYSIN-FILE.
       01 SYSIN-RECORD            PIC X(80).
      * COLONNES CLIENT TENUES PAR CUSTMNT)
       01 H-E-NO                  PIC 9(2).
       01 H-E-NAME                PIC X(30).
      * COLONNE MANAGER_NO SUR API9.EMPLOYEES : NUMERO DE L'EMPLOYE
      * RESPONSABLE (A AJOUTER AU SCHEMA EXISTANT, 0 = SANS RESPONSABLE)
       01 H-E-MANAGER-NO          PIC 9(2).
       01 H-FROM-DATE             PIC X(10).
       01 H-TO-DATE               PIC X(10).
       01 H-ORDERS-COUNT          PIC S9(7)      USAGE COMP-3.
              EXIT PARAGRAPH
           END-IF
           MOVE EM-NAME TO H-E-NAME
           IF EM-MANAGER-NO NUMERIC
              MOVE EM-MANAGER-NO TO H-E-MANAGER-NO
           ELSE
              MOVE ZERO TO H-E-MANAGER-NO
           END-IF
           EXEC SQL
               INSERT INTO API9.EMPLOYEES (E_NO, NAME, MANAGER_NO)
               VALUES (:H-E-NO, :H-E-NAME, :H-E-MANAGER-NO)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE EM-NAME TO H-E-NAME
           IF EM-MANAGER-NO NUMERIC
              MOVE EM-MANAGER-NO TO H-E-MANAGER-NO
              EXEC SQL
                  UPDATE API9.EMPLOYEES
                     SET NAME = :H-E-NAME,
                         MANAGER_NO = :H-E-MANAGER-NO
                   WHERE E_NO = :H-E-NO
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE API9.EMPLOYEES
                     SET NAME = :H-E-NAME
                   WHERE E_NO = :H-E-NO
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO WS-RECORDS-APPLIED
