       DATA DIVISION.
       FILE SECTION.
      * MEME DISPOSITION QUE QUAR-REC DANS IMPVENTS
      * LONGUEUR VARIABLE 47 A 62 : LES GENERATIONS REPORTEES D'AVANT
      * L'ELARGISSEMENT DE L'IMAGE (X(39) PUIS X(44), SANS DATE DE
      * LIVRAISON SOUHAITEE) RESTENT LISIBLES TELLES QUELLES
       FD  QUAR-FILE
           RECORD CONTAINS 47 TO 62 CHARACTERS.
       01  QUAR-REC.
           05 QR-SRC                 PIC XX.
           05 FILLER                 PIC X(1).
           05 QR-CUST-NO             PIC 9(4).
           05 FILLER                 PIC X(1).
           05 QR-LINE-IMAGE          PIC X(54).

      * MEME DISPOSITION QUE SRCCTL-REC DANS IMPVENTS
       FD  SOURCE-CTL-FILE.
      * LIGNES DE VENTE RELANCEES, AU FORMAT D'ENTREE D'IMPVENTS
      * (LES ECRITURES PASSENT PAR LA ZONE COMMUNE WS-RELEASE-REC)
       FD  RELS01-FILE.
       01  RELS01-REC                PIC X(54).
       FD  RELS02-FILE.
       01  RELS02-REC                PIC X(54).
       FD  RELS03-FILE.
       01  RELS03-REC                PIC X(54).
       FD  RELS04-FILE.
       01  RELS04-REC                PIC X(54).

       FD  QUARNEW-FILE
           RECORD CONTAINS 47 TO 62 CHARACTERS.
       01  QUARNEW-REC.
           05 QN-SRC                 PIC XX.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 QN-CUST-NO             PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 QN-LINE-IMAGE          PIC X(54).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

      * LIGNE RELANCEE, MARQUEE 'Q' (VENTE) OU 'V' (AVOIR) POUR QUE
      * IMPVENTS L'EXCLUE DU CONTROLE DE LOT
       01  WS-RELEASE-REC            PIC X(54) VALUE SPACES.

      * COMPTEURS
       01  WS-COUNTERS.
           .

      * LA ZONE EST BLANCHIE AVANT LECTURE POUR QU'UN ANCIEN
      * ENREGISTREMENT A IMAGE X(39) OU X(44) LAISSE LA FIN DE L'IMAGE
      * A BLANC
       READ-NEXT-QUAR.
           MOVE SPACES TO QUAR-REC
           READ QUAR-FILE
