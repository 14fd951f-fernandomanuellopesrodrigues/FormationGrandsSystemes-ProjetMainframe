      *****************************************************************
      * JOURNAL DES REGLEMENTS AU COMPTOIR (FICHIER CAISJR03)         *
      * ALIMENTE PAR CAISSE03 (UN ENREGISTREMENT PAR REGLEMENT        *
      * IMPUTE), RELU PAR LE LOT CAISRPT - FICHIER SEQUENTIEL,        *
      * ECRITURE UNIQUEMENT. LES 38 PREMIERS OCTETS REPRENNENT TELLE  *
      * QUELLE LA DISPOSITION D'APPLIED-RECORD (FVPAYAPP) D'IMPREGLS  *
      *****************************************************************
       01 CAISJR03-REC.
          05 CJ-PAYMENT.
             10 CJ-CUST-NO    PIC 9(4).
             10 FILLER        PIC X(1).
             10 CJ-DATE       PIC X(10).
             10 FILLER        PIC X(1).
             10 CJ-AMOUNT     PIC S9(9)V99.
             10 FILLER        PIC X(1).
             10 CJ-REFERENCE  PIC X(10).
          05 FILLER           PIC X(1).
          05 CJ-METHOD        PIC X(2).
             88 CJ-CASH                 VALUE 'ES'.
             88 CJ-CHEQUE               VALUE 'CH'.
             88 CJ-CARD                 VALUE 'CB'.
          05 FILLER           PIC X(1).
          05 CJ-LOGIN         PIC X(8).
          05 FILLER           PIC X(1).
          05 CJ-TIMESTAMP     PIC X(20).
          05 FILLER           PIC X(1).
          05 CJ-TERMINAL      PIC X(4).
