       77 WS-CD-ERR          PIC 9(2)  VALUE 0.
       77 WS-AUDIT-EVENT     PIC X(10) VALUE SPACES.
       77 WS-AUDIT-DETAIL    PIC X(60) VALUE SPACES.
       77 WS-AUDIT-REQUESTER PIC X(8)  VALUE SPACES.

      ******************************************************************
      * VALEURS DE REFERENCE COULEUR / VILLE : AUPARAVANT DES TABLES
       COPY DFHAID.
       COPY MS03.
       COPY AUDIT03.
       COPY PNDACT03.

       LINKAGE SECTION.
       01 DFHCOMMAREA        PIC X(256).
           .

      ******************************************************************
      * SUPPRESSION D'UNE PIECE (PF8), IDENTIFIEE PAR SON NUMERO :    *
      * DES NOMENCLATURES PEUVENT DEPENDRE DE LA PIECE, LA            *
      * SUPPRESSION EST DONC UNE ACTION SENSIBLE ENREGISTREE EN       *
      * ATTENTE DANS PNDACT03 ; ELLE N'EST APPLIQUEE QU'APRES         *
      * CONFIRMATION PAR UN AUTRE ADMINISTRATEUR DANS PNDAPP03        *
      ******************************************************************
       DELETE-PART.
           PERFORM RECEIVE-PART
              EXIT PARAGRAPH
           END-IF

           EXEC CICS READ
                FILE('PARTS03')
                INTO (WS-OLD-PARTSX-REC)
                RIDFLD(P-PART-NO)
                RESP(WS-CD-ERR)
           END-EXEC.

           IF WS-CD-ERR NOT = DFHRESP(NORMAL)
              MOVE 'PIECE INCONNUE' TO CA-LAST-MSG
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PNDACT03-REC
           MOVE 'PDEL'    TO PA-ACTION
           MOVE P-PART-NO TO PA-TGT-PART-NO
           MOVE CA-LOGIN  TO PA-REQUESTER
           MOVE 'ADDP03'  TO PA-REQ-PGM
           MOVE FUNCTION CURRENT-DATE(1:8) TO PA-REQ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PA-REQ-TIME
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO PA-REQ-TS
           END-STRING

           EXEC CICS WRITE
                FILE('PNDACT03')
                FROM (PNDACT03-REC)
                RIDFLD(PA-KEY)
                RESP(WS-CD-ERR)
           END-EXEC.

           IF WS-CD-ERR = DFHRESP(NORMAL)
              MOVE 'SUPPRESSION DEMANDEE, A CONFIRMER (MENU B)'
                 TO CA-LAST-MSG
              MOVE LOW-VALUES TO MAP03PO
              MOVE 'PEND PDEL' TO WS-AUDIT-EVENT
              MOVE P-PART-NO TO WS-AUDIT-DETAIL
              MOVE CA-LOGIN TO WS-AUDIT-REQUESTER
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              IF WS-CD-ERR = DFHRESP(DUPREC)
                 MOVE 'SUPPRESSION DEJA EN ATTENTE DE CONFIRMATION'
                    TO CA-LAST-MSG
              ELSE
                 MOVE 'ERREUR ECRITURE FICHIER PNDACT03' TO CA-LAST-MSG
              END-IF
           END-IF
           .
           MOVE CA-LOGIN    TO AU-LOGIN
           MOVE WS-AUDIT-EVENT  TO AU-EVENT-TYPE
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL
           MOVE WS-AUDIT-REQUESTER TO AU-REQUESTER
           EXEC CICS
                WRITE FILE('AUDIT03')
                FROM (AUDIT03-REC)
