             10 WS-RPT-ETYPE      PIC X(10).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-EDETAIL    PIC X(60).
             10 FILLER            PIC X(2)       VALUE SPACES.
             10 WS-RPT-EREQ       PIC X(8).
          05 WS-SUMMARY-LINE.
             10 FILLER            PIC X(19)      VALUE
                'EVENEMENTS LUS   : '.
      *****************************************************************
      * LIGNE DE DETAIL COMMUNE AUX SECTIONS EVENEMENTIELLES          *
      *****************************************************************
      * DEMANDEUR (AU-REQUESTER) D'UNE ACTION A DOUBLE VALIDATION EN
      * FIN DE LIGNE, AU-LOGIN ETANT ALORS LE CONFIRMATEUR
       WRITE-EVENT-LINE.
           MOVE AU-TIMESTAMP  TO WS-RPT-TS
           MOVE AU-PROGRAM    TO WS-RPT-EPROGRAM
           MOVE AU-LOGIN      TO WS-RPT-ELOGIN
           MOVE AU-EVENT-TYPE TO WS-RPT-ETYPE
           MOVE AU-DETAIL     TO WS-RPT-EDETAIL
           MOVE AU-REQUESTER  TO WS-RPT-EREQ
           WRITE REPORT-RECORD FROM WS-EVENT-LINE
           .

