       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRNOTE.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : EMISSION DES AVOIRS NUMEROTES                     *
      * OBJECTIF  : UN RETOUR CHARGE PAR IMPVENTS OU UNE ANNULATION / *
      *             BAISSE DE QUANTITE PASSEE PAR ORDAMEND SUR UNE    *
      *             COMMANDE DEJA FACTUREE CORRIGEAIT LA BASE SANS    *
      *             QU'AUCUN DOCUMENT NE PARTE CHEZ LE CLIENT NI      *
      *             N'ENTRE AU REGISTRE : LA TVA CREDITEE N'ETAIT PAS *
      *             JUSTIFIEE. CES PROGRAMMES INSCRIVENT DESORMAIS    *
      *             CHAQUE LIGNE CREDITEE AU JOURNAL FVCRJRN ; CE     *
      *             PROGRAMME REPREND TOUT LE JOURNAL EN ATTENTE ET   *
      *             EMET UN AVOIR PAR GROUPE DE LIGNES CONSECUTIVES   *
      *             DE MEME COMMANDE, MEME AUTORISATION DE RETOUR ET  *
      *             MEME PROGRAMME EMETTEUR :                         *
      *             - NUMERO PRIS DANS LA SEQUENCE FVINVNUM PARTAGEE  *
      *               AVEC LES FACTURES D'INVGEN (NUMEROTATION        *
      *               LEGALE UNIQUE) ;                                *
      *             - REFERENCE DE LA FACTURE D'ORIGINE (COLONNE      *
      *               INV_NO D'API9.ORDERS POSEE PAR INVGEN) ET DE    *
      *               L'AUTORISATION DE RETOUR, CONTROLEE CONTRE LE   *
      *               CARNET FNRAMST (INCONNUE OU D'UNE AUTRE         *
      *               COMMANDE = ANOMALIE SIGNALEE SUR L'AVOIR) ;     *
      *             - LIGNES AVEC DESIGNATION, MONTANT HT ET TVA      *
      *               CREDITES, TOTAUX, ET TOTAUX DANS LA DEVISE DE   *
      *               FACTURATION DU CLIENT (RATECONV, COMME INVGEN). *
      *             CHAQUE AVOIR EST AJOUTE AU REGISTRE DU JOUR       *
      *             FVINVREG (TYPE 'A', MONTANTS NEGATIFS), QUE       *
      *             OPENITEM IMPUTE SUR LA FACTURE D'ORIGINE, ET AU   *
      *             REGISTRE CUMULATIF DES AVOIRS FVCRNREG REPRIS PAR *
      *             TVADECL POUR JUSTIFIER LA TVA CREDITEE. LE        *
      *             JOURNAL EST VIDE EN FIN DE RUN REUSSI (RC < 8).   *
      *             ORDRE DE CHAINE : APRES INVGEN (QUI RECREE        *
      *             FVINVREG), AVANT OPENITEM.                        *
      *             SI LA PERIODE DE LA DATE D'EMISSION EST EN        *
      *             CLOTURE OU FERMEE (FVPERST, SOUS-PROGRAMME        *
      *             PERIODCK), LE LOT EST REFUSE (JOURNAL GARDE POUR  *
      *             REPRISE, RC 8) OU LES AVOIRS SONT DATES DE LA     *
      *             PREMIERE PERIODE OUVERTE, SELON LE MODE DE LA     *
      *             PERIODE ; CHAQUE REFUS OU REPORT EST TRACE DANS   *
      *             FVBKPOST (RAPPORT BKPOSTRP).                      *
      * ENTREE    : SYSIN (CARTE DATE=AAAA-MM-JJ OBLIGATOIRE, DATE    *
      *             D'EMISSION DES AVOIRS), FVCRJRN (JOURNAL DES      *
      *             CREDITS, ABSENT = RIEN A EMETTRE), FVINVNUM,      *
      *             FNCURR (FACULTATIF), FNRAMST (FACULTATIF),        *
      *             FVPERST (STATUT DES PERIODES, FACULTATIF),        *
      *             API9.ORDERS/CUSTOMERS/PRODUCTS EN BASE DB2        *
      * SORTIE    : AVOIRS IMPRIMES (FVCRNOTE), FVINVREG ET FVCRNREG  *
      *             (AJOUT), FVINVNUM REECRIT, FVCRJRN VIDE,          *
      *             FRUNHST (JOURNAL DES EXECUTIONS, AJOUT), SYSOUT   *
      *             + FVBKPOST (REFUS/REPORTS DE PERIODE, AJOUT)      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * JOURNAL DES CREDITS A DOCUMENTER, ALIMENTE PAR IMPVENTS
      * (RETOURS) ET ORDAMEND (ANNULATIONS, BAISSES DE QUANTITE)
           SELECT CRJRN-FILE
               ASSIGN TO FVCRJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRJRN.

           SELECT CRNOTE-FILE
               ASSIGN TO FVCRNOTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRNOTE.

           SELECT REGISTER-FILE
               ASSIGN TO FVINVREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-INVREG.

      * REGISTRE CUMULATIF DES AVOIRS EMIS (TVADECL)
           SELECT CRNREG-FILE
               ASSIGN TO FVCRNREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRNREG.

           SELECT INVNUM-FILE
               ASSIGN TO FVINVNUM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-INVNUM.

      * TABLE DES TAUX DE CHANGE (MEME FICHIER QU'INVGEN) ; ABSENT =
      * TOUS LES AVOIRS RESTENT EN DOLLARS
           SELECT CURRENCIES-FILE
               ASSIGN TO FNCURR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CURR.

      * CARNET DES AUTORISATIONS DE RETOUR (TENU PAR RALOAD ET
      * IMPVENTS) ; ABSENT = AUTORISATIONS NON VERIFIEES, ANNONCE
           SELECT RAMST-FILE
               ASSIGN TO FNRAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-FS-RAMST.

      * STATUT DES PERIODES COMPTABLES (TENU PAR PERCLOSE) ET TRACE
      * DES COMPTABILISATIONS REFUSEES OU REPORTEES (EN AJOUT)
           SELECT PERSTAT-FILE
               ASSIGN TO FVPERST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERST.

           SELECT BKPOST-FILE
               ASSIGN TO FVBKPOST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKPOST.

           SELECT RUNHIST-FILE
               ASSIGN TO FRUNHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * MEME DISPOSITION QUE CRJRN-RECORD DANS IMPVENTS ET ORDAMEND :
      * MOTIF R = RETOUR, C/L/Q = ANNULATION DE COMMANDE, DE LIGNE,
      * BAISSE DE QUANTITE ; QUANTITE, HT ET TVA CREDITES EN POSITIF
       FD  CRJRN-FILE.
       01  CRJRN-RECORD.
           05 CJ-TIMESTAMP            PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-REASON               PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-P-NO                 PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-QTY                  PIC 9(5).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-PRICE                PIC S9(5)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-NET                  PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-VAT                  PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CJ-RA-NO                PIC X(7).

       FD  CRNOTE-FILE.
       01  CRNOTE-RECORD              PIC X(132).

      * MEME DISPOSITION QUE REGISTER-RECORD DANS INVGEN
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 RG-INV-NO               PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-DATE                 PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-NET                  PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-VAT                  PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-GROSS                PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-CURRENCY             PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-F-GROSS              PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-DUE-DATE             PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-DOC-TYPE             PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-REF-INV-NO           PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RG-RA-NO                PIC X(7).

      * MEME DISPOSITION QUE REGISTER-RECORD, AVOIRS SEULEMENT
       FD  CRNREG-FILE.
       01  CRNREG-RECORD              PIC X(111).

      * SEQUENCE DE NUMEROTATION PARTAGEE AVEC INVGEN
       FD  INVNUM-FILE.
       01  INVNUM-RECORD.
           05 IV-LAST-NO              PIC 9(7).
           05 IV-TIMESTAMP            PIC X(20).

      * MEME DISPOSITION QUE CURRENCIES-RECORD DANS IMPPRODS
       FD  CURRENCIES-FILE.
       01  CURRENCIES-RECORD.
           05 CU-CODE                 PIC XX.
           05 FILLER                  PIC X(1).
           05 CU-NAME                 PIC X(20).
           05 FILLER                  PIC X(1).
           05 CU-RATE-TXT             PIC X(9).
           05 FILLER                  PIC X(1).
           05 CU-VALID-DATE           PIC X(10).

      * MEME DISPOSITION QUE RAMST-RECORD DANS RALOAD ET IMPVENTS
       FD  RAMST-FILE.
       01  RAMST-RECORD.
           05 RA-KEY.
              10 RA-NO                PIC X(7).
           05 RA-ORDER-NO             PIC 9(7).
           05 RA-PROD-NO              PIC X(3).
           05 RA-QTY-AUTH             PIC 9(5).
           05 RA-QTY-USED             PIC 9(5).
           05 RA-EXPIRY               PIC X(10).
           05 RA-STATUS               PIC X(1).

      * MEME DISPOSITION QUE PERSTAT-RECORD DANS PERCLOSE
       FD  PERSTAT-FILE.
       01  PERSTAT-RECORD.
           05 PS-PERIOD               PIC X(7).
           05 FILLER                  PIC X(1).
           05 PS-STATUS               PIC X(1).
           05 FILLER                  PIC X(1).
           05 PS-BACKPOST             PIC X(1).
           05 FILLER                  PIC X(1).
           05 PS-CHANGE-TS            PIC X(20).

      * MEME DISPOSITION QUE BKPOST-RECORD DANS BKPOSTRP
       FD  BKPOST-FILE.
       01  BKPOST-RECORD.
           05 BP-TIMESTAMP            PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-ACTION               PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-ORIG-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-POST-DATE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-REFERENCE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-AMOUNT               PIC S9(9)V99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 BP-DETAIL               PIC X(30).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE LA
      * CHAINE
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RH-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(1).
           05 RH-START-TS             PIC X(20).
           05 FILLER                  PIC X(1).
           05 RH-END-TS               PIC X(20).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-READ         PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-OK           PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-RECORDS-ERROR        PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RH-STATUS-CODE          PIC X(4).
           05 FILLER                  PIC X(1).
           05 RH-RETURN-CODE          PIC 9(2).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-CRJRN                PIC XX VALUE SPACES.
           88 WS-CRJRN-OK                   VALUE '00'.
       01  WS-FS-CRNOTE               PIC XX VALUE SPACES.
           88 WS-CRNOTE-OK                  VALUE '00'.
       01  WS-FS-INVREG               PIC XX VALUE SPACES.
           88 WS-INVREG-OK                  VALUE '00'.
       01  WS-FS-CRNREG               PIC XX VALUE SPACES.
           88 WS-CRNREG-OK                  VALUE '00'.
       01  WS-FS-INVNUM               PIC XX VALUE SPACES.
           88 WS-INVNUM-OK                  VALUE '00'.
       01  WS-FS-CURR                 PIC XX VALUE SPACES.
           88 WS-CURR-OK                    VALUE '00'.
           88 WS-CURR-EOF                   VALUE '10'.
       01  WS-FS-RAMST                PIC XX VALUE SPACES.
       01  WS-RH-STATUS               PIC XX VALUE SPACES.
           88 WS-RH-OK                      VALUE '00'.
       01  WS-FS-PERST                PIC XX VALUE SPACES.
           88 WS-PERST-OK                   VALUE '00'.
           88 WS-PERST-EOF                  VALUE '10'.
       01  WS-FS-BKPOST               PIC XX VALUE SPACES.
           88 WS-BKPOST-OK                  VALUE '00'.

      * INDICATEURS
       01  WS-JRN-EOF-SW              PIC X  VALUE 'N'.
           88 WS-JRN-EOF                    VALUE 'Y'.
       01  WS-JRN-PRESENT-SW          PIC X  VALUE 'N'.
           88 WS-JRN-PRESENT                VALUE 'Y'.
       01  WS-RA-AVAIL-SW             PIC X  VALUE 'N'.
           88 WS-RA-AVAILABLE               VALUE 'Y'.
       01  WS-NOTE-OPEN-SW            PIC X  VALUE 'N'.
           88 WS-NOTE-OPEN                  VALUE 'Y'.

      * DATE D'EMISSION (CARTE SYSIN DATE=AAAA-MM-JJ, OBLIGATOIRE) ;
      * REMPLACEE PAR LA DATE RENDUE PAR PERIODCK EN CAS DE REPORT,
      * LA DATE DE LA CARTE RESTANT DANS WS-CARD-DATE
       01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
       01  WS-CARD-DATE               PIC X(10) VALUE SPACES.

      * STATUT DES PERIODES (FVPERST) EN TABLE POUR PERIODCK
      * (P = DATE DE LA CARTE, R = REPORTEE, X = LOT REFUSE)
       01  WS-PER-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-PER-MAX                 PIC 9(3)  VALUE 120.
       01  WS-PER-TABLE.
           05 WS-PE-ENTRY OCCURS 120 TIMES.
              10 WS-PE-PERIOD         PIC X(7).
              10 WS-PE-STATUS         PIC X(1).
              10 WS-PE-BACKPOST       PIC X(1).
       01  WS-POST-DATE               PIC X(10) VALUE SPACES.
       01  WS-POST-ACTION             PIC X     VALUE 'P'.
       01  WS-RUN-START-TS            PIC X(20) VALUE SPACES.

      * NUMEROTATION (SEQUENCE COMMUNE FACTURES / AVOIRS)
       01  WS-INVOICE-NO              PIC 9(7)  VALUE ZERO.

      * CLE DE REGROUPEMENT DE L'AVOIR EN COURS
       01  WS-GRP-O-NO                PIC 9(7)  VALUE ZERO.
       01  WS-GRP-C-NO                PIC 9(4)  VALUE ZERO.
       01  WS-GRP-RA-NO               PIC X(7)  VALUE SPACES.
       01  WS-GRP-PROGRAM             PIC X(8)  VALUE SPACES.

      * CUMULS DE L'AVOIR EN COURS (EN POSITIF, COMME AU JOURNAL)
       01  WS-CN-NET                  PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-CN-VAT                  PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-CN-GROSS                PIC S9(9)V99 COMP-3 VALUE +0.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-JRN-LINES-READ       PIC 9(7)  VALUE ZERO.
           05 WS-NOTES-ISSUED         PIC 9(5)  VALUE ZERO.
           05 WS-NOTES-NO-REF         PIC 9(5)  VALUE ZERO.
           05 WS-NOTES-CONVERTED      PIC 9(5)  VALUE ZERO.
           05 WS-NOTES-NO-RATE        PIC 9(5)  VALUE ZERO.
           05 WS-RA-ANOMALIES         PIC 9(5)  VALUE ZERO.
           05 WS-WRITE-ERRORS         PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-CREDITED       PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-FIRST-NOTE-NO           PIC 9(7)  VALUE ZERO.

      * TABLE DES TAUX (MEME DISPOSITION QUE LA LINKAGE DE RATECONV),
      * CHARGEE DEPUIS FNCURR
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES INDEXED BY RT-IX.
              10 WS-RT-CURR           PIC XX         VALUE SPACES.
              10 WS-RT-RATE           PIC 9V9999     VALUE ZERO.
              10 WS-RT-NAME           PIC X(20)      VALUE SPACES.
              10 WS-RT-DATE           PIC X(10)      VALUE SPACES.
       01  WS-RATE-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-RATE-MAX                PIC 9(3)  VALUE 200.

      * ZONES D'APPEL DE RATECONV (MEME USAGE QUE DANS INVGEN : LE
      * MONTANT DOLLAR EST DIVISE PAR LE TAUX RESOLU A LA DATE)
       01  WS-RC-CURRENCY             PIC XX    VALUE SPACES.
       01  WS-RC-PRICE-IN             PIC 9(7)V9999 VALUE ZERO.
       01  WS-RC-PRICE-OUT            PIC 9(7)V9999 VALUE ZERO.
       01  WS-RC-RATE                 PIC 9V9999    VALUE ZERO.
       01  WS-RC-VALID                PIC X     VALUE 'N'.

      * DEVISE DE FACTURATION DU CLIENT ET TOTAUX CONVERTIS
       01  WS-CUST-CURRENCY           PIC XX    VALUE SPACES.
       01  WS-F-CONVERTED-SW          PIC X     VALUE 'N'.
           88 WS-F-CONVERTED                VALUE 'Y'.
       01  WS-F-NET                   PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-F-VAT                   PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-F-GROSS                 PIC S9(9)V99 COMP-3 VALUE +0.

      * MISE EN PAGE DE L'AVOIR
       01  WS-NOTE-LINES.
           05 WS-CN-SEP               PIC X(132) VALUE ALL '='.
           05 WS-CN-HDR.
              10 FILLER               PIC X(8)   VALUE 'AVOIR N '.
              10 WS-CH-NO             PIC 9(7).
              10 FILLER               PIC X(12)  VALUE '   COMMANDE '.
              10 WS-CH-ONO            PIC ZZZZZZ9.
              10 FILLER               PIC X(9)   VALUE '   DATE: '.
              10 WS-CH-DATE           PIC X(10).
              10 FILLER               PIC X(22)  VALUE
                 '   FACTURE D''ORIGINE: '.
              10 WS-CH-REF            PIC X(7).
           05 WS-CN-CUST.
              10 FILLER               PIC X(9)   VALUE 'CLIENT : '.
              10 WS-CH-CNO            PIC 9(4).
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-CH-CNAME          PIC X(30).
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-CH-CADDR          PIC X(40).
           05 WS-CN-NOREF             PIC X(132) VALUE
                 'FACTURE D''ORIGINE INCONNUE : AVOIR AU CREDIT DU COMPT
      -          'E CLIENT'.
           05 WS-CN-RA.
              10 FILLER               PIC X(25)  VALUE
                 'AUTORISATION DE RETOUR : '.
              10 WS-CH-RA-NO          PIC X(7).
              10 FILLER               PIC X(10)  VALUE '  STATUT '.
              10 WS-CH-RA-STATUS      PIC X(1).
              10 FILLER               PIC X(12)  VALUE '  EXPIRE LE '.
              10 WS-CH-RA-EXPIRY      PIC X(10).
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-CH-RA-REMARK      PIC X(40).
           05 WS-CN-COLS              PIC X(132) VALUE
                 'PRODUIT  DESIGNATION                     QTE
      -          '  PRIX UNIT. HT CREDITE   TVA CREDITEE  MOTIF'.
           05 WS-CN-SEP2              PIC X(132) VALUE ALL '-'.
           05 WS-CN-ITEM.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-CI-PNO            PIC X(3).
              10 FILLER               PIC X(4)   VALUE SPACES.
              10 WS-CI-DESC           PIC X(30).
              10 FILLER               PIC X(1)   VALUE SPACES.
              10 WS-CI-QTY            PIC ZZ,ZZ9.
              10 FILLER               PIC X(3)   VALUE SPACES.
              10 WS-CI-PRICE          PIC ZZ,ZZ9.99.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-CI-NET            PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-CI-VAT            PIC ZZZ,ZZ9.99-.
              10 FILLER               PIC X(2)   VALUE SPACES.
              10 WS-CI-REASON         PIC X(20).
           05 WS-CN-TOTALS.
              10 FILLER               PIC X(18)  VALUE
                 'TOTAL AVOIR HT  : '.
              10 WS-CT-NET            PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(12)  VALUE '   TVA    : '.
              10 WS-CT-VAT            PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(16)  VALUE
                 '   TOTAL TTC  : '.
              10 WS-CT-GROSS          PIC Z,ZZZ,ZZ9.99-.
           05 WS-CN-FTOTALS.
              10 FILLER               PIC X(17)  VALUE
                 'TOTAL EN DEVISE '.
              10 WS-CT-F-CURR         PIC XX.
              10 FILLER               PIC X(7)   VALUE ' : HT '.
              10 WS-CT-F-NET          PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(7)   VALUE '  TVA '.
              10 WS-CT-F-VAT          PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(7)   VALUE '  TTC '.
              10 WS-CT-F-GROSS        PIC Z,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(13)  VALUE
                 '  (TAUX USD '.
              10 WS-CT-F-RATE         PIC 9.9999.
              10 FILLER               PIC X(1)   VALUE ')'.
           05 WS-CN-NORATE.
              10 FILLER               PIC X(8)   VALUE 'DEVISE '.
              10 WS-CT-NR-CURR        PIC XX.
              10 FILLER               PIC X(47)  VALUE
                 ' SANS TAUX EN VIGUEUR, AVOIR ETABLI EN DOLLARS'.
           05 WS-CN-BLANK             PIC X(132) VALUE SPACES.

      * VARIABLES DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * VARIABLES HOTES DB2 (SANS DECLARE SECTION)
       01  H-O-NO                     PIC 9(7).
       01  H-C-NO                     PIC 9(4).
      * COLONNE INV_NO SUR API9.ORDERS : NUMERO DE LA FACTURE EMISE
      * PAR INVGEN (NULL OU 0 = COMMANDE FACTUREE AVANT LA COLONNE)
       01  H-INV-NO                   PIC 9(7).
       01  H-C-NAME                   PIC X(30).
       01  H-C-ADDRESS                PIC X(40).
      * COLONNE CURRENCY SUR API9.CUSTOMERS : DEVISE DE FACTURATION
      * TENUE PAR CUSTMNT (BLANCS = DOLLARS), EXTENSION DE SCHEMA
       01  H-C-CURRENCY               PIC X(2).
       01  H-P-NO                     PIC XXX.
       01  H-P-DESC                   PIC X(30).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM PROCESS-JOURNAL
           PERFORM FINALIZATION
           GOBACK.

       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME CRNOTE'
           MOVE FUNCTION CURRENT-DATE(1:20) TO WS-RUN-START-TS
           PERFORM READ-SYSIN-CARDS
           IF WS-RUN-DATE = SPACES
              DISPLAY 'CARTE SYSIN DATE=AAAA-MM-JJ OBLIGATOIRE, '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

      * PERIODE DE LA DATE D'EMISSION EN CLOTURE OU FERMEE : LOT
      * REFUSE (JOURNAL GARDE) OU AVOIRS REPORTES SUR LA PREMIERE
      * PERIODE OUVERTE
           MOVE WS-RUN-DATE TO WS-CARD-DATE
           PERFORM LOAD-PERIOD-STATUS
           CALL 'PERIODCK' USING WS-CARD-DATE WS-PER-COUNT
                   WS-PER-TABLE WS-POST-DATE WS-POST-ACTION
           IF WS-POST-ACTION = 'X'
              DISPLAY 'PERIODE ' WS-CARD-DATE(1:7)
                      ' EN CLOTURE OU FERMEE, AUCUN AVOIR EMIS'
              MOVE SPACES       TO BP-REFERENCE
              MOVE +0           TO BP-AMOUNT
              MOVE 'LOT REFUSE, PERIODE FERMEE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-POST-ACTION = 'R'
              MOVE WS-POST-DATE TO WS-RUN-DATE
              DISPLAY 'PERIODE ' WS-CARD-DATE(1:7)
                      ' EN CLOTURE OU FERMEE, AVOIRS DATES DU '
                      WS-RUN-DATE
           END-IF

           PERFORM LOAD-INVOICE-NUMBER
           MOVE WS-INVOICE-NO TO WS-FIRST-NOTE-NO
           PERFORM LOAD-CURRENCY-RATES

      * CARNET DES AUTORISATIONS DE RETOUR (FACULTATIF)
           OPEN INPUT RAMST-FILE
           IF WS-FS-RAMST = '00'
              MOVE 'Y' TO WS-RA-AVAIL-SW
           ELSE
              DISPLAY 'PAS DE CARNET DES AUTORISATIONS ('
                      WS-FS-RAMST '), AUTORISATIONS NON VERIFIEES'
           END-IF

      * JOURNAL ABSENT (STATUT 35) = AUCUN CREDIT EN ATTENTE
           OPEN INPUT CRJRN-FILE
           IF WS-CRJRN-OK
              MOVE 'Y' TO WS-JRN-PRESENT-SW
           ELSE
              IF WS-FS-CRJRN = '35'
                 DISPLAY 'PAS DE JOURNAL DES CREDITS, AUCUN AVOIR'
                 MOVE 'Y' TO WS-JRN-EOF-SW
              ELSE
                 DISPLAY 'ERREUR OUVERTURE JOURNAL DES CREDITS: '
                         WS-FS-CRJRN
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           OPEN OUTPUT CRNOTE-FILE
           IF NOT WS-CRNOTE-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER AVOIRS: '
                      WS-FS-CRNOTE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
      * LE REGISTRE DU JOUR EST RECREE PAR INVGEN : LES AVOIRS Y SONT
      * AJOUTES EN FIN DE FICHIER (CREE S'IL N'EXISTE PAS ENCORE)
           OPEN EXTEND REGISTER-FILE
           IF NOT WS-INVREG-OK
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF NOT WS-INVREG-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE FACTURES: '
                      WS-FS-INVREG
              MOVE 12 TO RETURN-CODE
              CLOSE CRNOTE-FILE
              GOBACK
           END-IF
           OPEN EXTEND CRNREG-FILE
           IF NOT WS-CRNREG-OK
              OPEN OUTPUT CRNREG-FILE
           END-IF
           IF NOT WS-CRNREG-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE DES AVOIRS: '
                      WS-FS-CRNREG
              MOVE 12 TO RETURN-CODE
              CLOSE CRNOTE-FILE REGISTER-FILE
              GOBACK
           END-IF
           .

      *****************************************************************
      * LECTURE DES CARTES SYSIN : DATE=AAAA-MM-JJ                    *
      *****************************************************************
       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END
                       IF SYSIN-RECORD(1:5) = 'DATE='
                          MOVE SYSIN-RECORD(6:10) TO WS-RUN-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

      *****************************************************************
      * REPRISE DU DERNIER NUMERO EMIS (FVINVNUM, PARTAGE AVEC        *
      * INVGEN) ; FICHIER ABSENT = SEQUENCE A ZERO                    *
      *****************************************************************
       LOAD-INVOICE-NUMBER.
           OPEN INPUT INVNUM-FILE
           IF WS-INVNUM-OK
              READ INVNUM-FILE
              IF WS-INVNUM-OK
                 MOVE IV-LAST-NO TO WS-INVOICE-NO
                 DISPLAY 'DERNIER NUMERO EMIS: ' WS-INVOICE-NO
              END-IF
              CLOSE INVNUM-FILE
           ELSE
              DISPLAY 'PAS DE SEQUENCE DE FACTURATION, DEPART A ZERO'
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DE LA TABLE DES TAUX DEPUIS FNCURR (COMME INVGEN)  *
      *****************************************************************
       LOAD-CURRENCY-RATES.
           OPEN INPUT CURRENCIES-FILE
           IF NOT WS-CURR-OK
              DISPLAY 'PAS DE TABLE DES TAUX (' WS-FS-CURR
                      '), AVOIRS EN DOLLARS SEULEMENT'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CURR-EOF
              READ CURRENCIES-FILE
                 AT END MOVE '10' TO WS-FS-CURR
                 NOT AT END PERFORM LOAD-ONE-RATE
              END-READ
           END-PERFORM
           CLOSE CURRENCIES-FILE
           DISPLAY 'TAUX DE CHANGE CHARGES: ' WS-RATE-COUNT
           .

       LOAD-ONE-RATE.
           IF CU-CODE = SPACES
              OR FUNCTION TEST-NUMVAL(CU-RATE-TXT) NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT >= WS-RATE-MAX
              DISPLAY 'TABLE DES TAUX PLEINE, LIGNE IGNOREE: '
                      CU-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE CU-CODE       TO WS-RT-CURR(WS-RATE-COUNT)
           COMPUTE WS-RT-RATE(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(CU-RATE-TXT)
           MOVE CU-NAME       TO WS-RT-NAME(WS-RATE-COUNT)
           MOVE CU-VALID-DATE TO WS-RT-DATE(WS-RATE-COUNT)
           .

      *****************************************************************
      * RUPTURE SUR COMMANDE + AUTORISATION + PROGRAMME EMETTEUR :    *
      * UN AVOIR PAR GROUPE DE LIGNES CONSECUTIVES DU JOURNAL         *
      *****************************************************************
       PROCESS-JOURNAL.
           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL WS-JRN-EOF
              IF WS-NOTE-OPEN
                 AND (CJ-O-NO    NOT = WS-GRP-O-NO
                  OR  CJ-RA-NO   NOT = WS-GRP-RA-NO
                  OR  CJ-PROGRAM NOT = WS-GRP-PROGRAM)
                 PERFORM CLOSE-CREDIT-NOTE
              END-IF
              IF NOT WS-NOTE-OPEN
                 PERFORM OPEN-CREDIT-NOTE
              END-IF
              PERFORM PRINT-CREDIT-LINE
              PERFORM READ-NEXT-JOURNAL
           END-PERFORM
           IF WS-NOTE-OPEN
              PERFORM CLOSE-CREDIT-NOTE
           END-IF
           .

       READ-NEXT-JOURNAL.
           READ CRJRN-FILE
              AT END MOVE 'Y' TO WS-JRN-EOF-SW
              NOT AT END ADD 1 TO WS-JRN-LINES-READ
           END-READ
           IF NOT WS-JRN-EOF AND NOT WS-CRJRN-OK
              DISPLAY 'ERREUR LECTURE JOURNAL DES CREDITS: '
                      WS-FS-CRJRN
              ADD 1 TO WS-WRITE-ERRORS
              MOVE 'Y' TO WS-JRN-EOF-SW
           END-IF
           .

      *****************************************************************
      * OUVERTURE D'UN AVOIR : NUMERO, FACTURE D'ORIGINE, IDENTITE    *
      * CLIENT, AUTORISATION DE RETOUR, ENTETE DES COLONNES           *
      *****************************************************************
       OPEN-CREDIT-NOTE.
           ADD 1 TO WS-INVOICE-NO
           ADD 1 TO WS-NOTES-ISSUED
           MOVE 'Y' TO WS-NOTE-OPEN-SW
           MOVE +0 TO WS-CN-NET WS-CN-VAT WS-CN-GROSS
           MOVE CJ-O-NO    TO WS-GRP-O-NO
           MOVE CJ-C-NO    TO WS-GRP-C-NO
           MOVE CJ-RA-NO   TO WS-GRP-RA-NO
           MOVE CJ-PROGRAM TO WS-GRP-PROGRAM
           MOVE CJ-O-NO    TO H-O-NO
           MOVE CJ-C-NO    TO H-C-NO

           PERFORM READ-ORIGIN-INVOICE
           PERFORM READ-CUSTOMER-IDENTITY

           MOVE WS-CN-SEP TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE WS-INVOICE-NO TO WS-CH-NO
           MOVE H-O-NO        TO WS-CH-ONO
           MOVE WS-RUN-DATE   TO WS-CH-DATE
           IF H-INV-NO = ZERO
              MOVE 'AUCUNE' TO WS-CH-REF
           ELSE
              MOVE H-INV-NO TO WS-CH-REF
           END-IF
           MOVE WS-CN-HDR TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE H-C-NO      TO WS-CH-CNO
           MOVE H-C-NAME    TO WS-CH-CNAME
           MOVE H-C-ADDRESS TO WS-CH-CADDR
           MOVE WS-CN-CUST TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           IF H-INV-NO = ZERO
              ADD 1 TO WS-NOTES-NO-REF
              MOVE WS-CN-NOREF TO CRNOTE-RECORD
              PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-GRP-RA-NO NOT = SPACES
              PERFORM CHECK-RETURN-AUTH
           END-IF
           MOVE WS-CN-SEP2 TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE WS-CN-COLS TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE WS-CN-SEP2 TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           .

      *****************************************************************
      * NUMERO DE LA FACTURE D'ORIGINE (COLONNE INV_NO POSEE PAR      *
      * INVGEN) ; COMMANDE INTROUVABLE OU FACTUREE AVANT LA COLONNE = *
      * PAS DE REFERENCE, OPENITEM MET ALORS L'AVOIR AU CREDIT DU     *
      * COMPTE CLIENT                                                 *
      *****************************************************************
       READ-ORIGIN-INVOICE.
           MOVE ZERO TO H-INV-NO
           EXEC SQL
               SELECT COALESCE(INV_NO,0)
                 INTO :H-INV-NO
                 FROM API9.ORDERS
                WHERE O_NO = :H-O-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE ZERO TO H-INV-NO
           END-IF
           .

      *****************************************************************
      * IDENTITE DU CLIENT CREDITE (COLONNES TENUES PAR CUSTMNT)      *
      *****************************************************************
       READ-CUSTOMER-IDENTITY.
           MOVE SPACES TO H-C-NAME H-C-ADDRESS H-C-CURRENCY
           EXEC SQL
               SELECT COALESCE(NAME,' '), COALESCE(ADDRESS,' '),
                      COALESCE(CURRENCY,' ')
                 INTO :H-C-NAME, :H-C-ADDRESS, :H-C-CURRENCY
                 FROM API9.CUSTOMERS
                WHERE C_NO = :H-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO H-C-NAME H-C-ADDRESS H-C-CURRENCY
           END-IF
           MOVE H-C-CURRENCY TO WS-CUST-CURRENCY
           .

      *****************************************************************
      * CONTROLE DE L'AUTORISATION DE RETOUR CONTRE LE CARNET :       *
      * INCONNUE OU PORTANT SUR UNE AUTRE COMMANDE = ANOMALIE         *
      * IMPRIMEE SUR L'AVOIR (RC 4), L'AVOIR EST EMIS QUAND MEME, LE  *
      * RETOUR AYANT DEJA ETE CHARGE PAR IMPVENTS                     *
      *****************************************************************
       CHECK-RETURN-AUTH.
           MOVE WS-GRP-RA-NO TO WS-CH-RA-NO
           MOVE SPACES TO WS-CH-RA-STATUS WS-CH-RA-EXPIRY
                          WS-CH-RA-REMARK
           IF NOT WS-RA-AVAILABLE
              MOVE 'NON VERIFIEE (CARNET ABSENT)' TO WS-CH-RA-REMARK
           ELSE
              MOVE WS-GRP-RA-NO TO RA-NO
              READ RAMST-FILE
                 INVALID KEY
                    ADD 1 TO WS-RA-ANOMALIES
                    MOVE 'ANOMALIE : INCONNUE AU CARNET'
                      TO WS-CH-RA-REMARK
                 NOT INVALID KEY
                    MOVE RA-STATUS TO WS-CH-RA-STATUS
                    MOVE RA-EXPIRY TO WS-CH-RA-EXPIRY
                    IF RA-ORDER-NO NOT = WS-GRP-O-NO
                       ADD 1 TO WS-RA-ANOMALIES
                       MOVE 'ANOMALIE : AUTRE COMMANDE'
                         TO WS-CH-RA-REMARK
                    END-IF
              END-READ
           END-IF
           MOVE WS-CN-RA TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           .

      *****************************************************************
      * UNE LIGNE CREDITEE, AVEC LA DESIGNATION DU CATALOGUE          *
      *****************************************************************
       PRINT-CREDIT-LINE.
           MOVE CJ-P-NO TO H-P-NO
           MOVE SPACES TO H-P-DESC
           EXEC SQL
               SELECT COALESCE(DESCRIPTION,' ')
                 INTO :H-P-DESC
                 FROM API9.PRODUCTS
                WHERE P_NO = :H-P-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO H-P-DESC
           END-IF
           MOVE CJ-P-NO  TO WS-CI-PNO
           MOVE H-P-DESC TO WS-CI-DESC
           MOVE CJ-QTY   TO WS-CI-QTY
           MOVE CJ-PRICE TO WS-CI-PRICE
           MOVE CJ-NET   TO WS-CI-NET
           MOVE CJ-VAT   TO WS-CI-VAT
           EVALUATE CJ-REASON
              WHEN 'R' MOVE 'RETOUR'               TO WS-CI-REASON
              WHEN 'C' MOVE 'ANNULATION COMMANDE'  TO WS-CI-REASON
              WHEN 'L' MOVE 'ANNULATION LIGNE'     TO WS-CI-REASON
              WHEN 'Q' MOVE 'BAISSE DE QUANTITE'   TO WS-CI-REASON
              WHEN OTHER MOVE CJ-REASON            TO WS-CI-REASON
           END-EVALUATE
           MOVE WS-CN-ITEM TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           ADD CJ-NET TO WS-CN-NET
           ADD CJ-VAT TO WS-CN-VAT
           .

      *****************************************************************
      * CLOTURE DE L'AVOIR : TOTAUX, TOTAUX EN DEVISE, REGISTRES      *
      *****************************************************************
       CLOSE-CREDIT-NOTE.
           COMPUTE WS-CN-GROSS = WS-CN-NET + WS-CN-VAT
           MOVE WS-CN-SEP2 TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           MOVE WS-CN-NET   TO WS-CT-NET
           MOVE WS-CN-VAT   TO WS-CT-VAT
           MOVE WS-CN-GROSS TO WS-CT-GROSS
           MOVE WS-CN-TOTALS TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           PERFORM CONVERT-NOTE-TOTALS
           MOVE WS-CN-BLANK TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           PERFORM WRITE-REGISTER-LINE
           IF WS-POST-ACTION = 'R'
              MOVE WS-INVOICE-NO TO BP-REFERENCE
              COMPUTE BP-AMOUNT = 0 - WS-CN-GROSS
              MOVE 'AVOIR REPORTE' TO BP-DETAIL
              PERFORM APPEND-BACKPOST
           END-IF
           ADD WS-CN-GROSS TO WS-TOTAL-CREDITED
           MOVE 'N' TO WS-NOTE-OPEN-SW
           .

      *****************************************************************
      * CONVERSION DES TOTAUX DANS LA DEVISE DE FACTURATION DU        *
      * CLIENT (MEME REGLE QU'INVGEN : TAUX EN VIGUEUR A LA DATE      *
      * D'EMISSION, MONTANT DOLLAR DIVISE PAR LE TAUX) ; DEVISE A     *
      * BLANC OU 'DO' = AVOIR EN DOLLARS ; SANS TAUX = AVERTISSEMENT  *
      *****************************************************************
       CONVERT-NOTE-TOTALS.
           MOVE 'N' TO WS-F-CONVERTED-SW
           MOVE +0 TO WS-F-NET WS-F-VAT WS-F-GROSS
           IF WS-CUST-CURRENCY = SPACES
              OR WS-CUST-CURRENCY = 'DO'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-CURRENCY TO WS-RC-CURRENCY
           MOVE 1 TO WS-RC-PRICE-IN
           CALL 'RATECONV' USING WS-RC-CURRENCY WS-RC-PRICE-IN
                   WS-RUN-DATE WS-RATE-COUNT WS-RATE-TABLE
                   WS-RC-PRICE-OUT WS-RC-RATE WS-RC-VALID
           IF WS-RC-VALID NOT = 'Y' OR WS-RC-RATE = ZERO
              ADD 1 TO WS-NOTES-NO-RATE
              MOVE WS-CUST-CURRENCY TO WS-CT-NR-CURR
              MOVE WS-CN-NORATE TO CRNOTE-RECORD
              PERFORM WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-F-NET   ROUNDED = WS-CN-NET   / WS-RC-RATE
           COMPUTE WS-F-VAT   ROUNDED = WS-CN-VAT   / WS-RC-RATE
           COMPUTE WS-F-GROSS ROUNDED = WS-CN-GROSS / WS-RC-RATE
           MOVE 'Y' TO WS-F-CONVERTED-SW
           ADD 1 TO WS-NOTES-CONVERTED
           MOVE WS-CUST-CURRENCY TO WS-CT-F-CURR
           MOVE WS-F-NET         TO WS-CT-F-NET
           MOVE WS-F-VAT         TO WS-CT-F-VAT
           MOVE WS-F-GROSS       TO WS-CT-F-GROSS
           MOVE WS-RC-RATE       TO WS-CT-F-RATE
           MOVE WS-CN-FTOTALS TO CRNOTE-RECORD
           PERFORM WRITE-PRINT-LINE
           .

       WRITE-PRINT-LINE.
           WRITE CRNOTE-RECORD
           IF NOT WS-CRNOTE-OK
              DISPLAY 'ERREUR ECRITURE AVOIR ' WS-INVOICE-NO
                      ' STATUT ' WS-FS-CRNOTE
           END-IF
           MOVE SPACES TO CRNOTE-RECORD
           .

      *****************************************************************
      * LIGNE DE REGISTRE DE L'AVOIR (TYPE A, MONTANTS EN NEGATIF,    *
      * ECHEANCE = DATE D'EMISSION) DANS LE REGISTRE DU JOUR ET DANS  *
      * LE REGISTRE CUMULATIF DES AVOIRS                              *
      *****************************************************************
       WRITE-REGISTER-LINE.
           MOVE WS-INVOICE-NO  TO RG-INV-NO
           MOVE WS-GRP-O-NO    TO RG-O-NO
           MOVE WS-GRP-C-NO    TO RG-C-NO
           MOVE WS-RUN-DATE    TO RG-DATE
           COMPUTE RG-NET   = 0 - WS-CN-NET
           COMPUTE RG-VAT   = 0 - WS-CN-VAT
           COMPUTE RG-GROSS = 0 - WS-CN-GROSS
           IF WS-F-CONVERTED
              MOVE WS-CUST-CURRENCY TO RG-CURRENCY
              COMPUTE RG-F-GROSS = 0 - WS-F-GROSS
           ELSE
              MOVE SPACES TO RG-CURRENCY
              MOVE ZERO   TO RG-F-GROSS
           END-IF
           MOVE WS-RUN-DATE    TO RG-DUE-DATE
           MOVE 'A'            TO RG-DOC-TYPE
           MOVE H-INV-NO       TO RG-REF-INV-NO
           MOVE WS-GRP-RA-NO   TO RG-RA-NO
      * UN RETOUR CHARGE SANS AUTORISATION (CARNET ABSENT A IMPVENTS)
      * RESTE RECONNAISSABLE COMME RETOUR DANS LES REGISTRES
           IF WS-GRP-RA-NO = SPACES AND WS-GRP-PROGRAM = 'IMPVENTS'
              MOVE 'SANS-RA' TO RG-RA-NO
           END-IF
           WRITE REGISTER-RECORD
           IF NOT WS-INVREG-OK
              DISPLAY 'ERREUR ECRITURE REGISTRE, AVOIR '
                      WS-INVOICE-NO ' STATUT ' WS-FS-INVREG
              ADD 1 TO WS-WRITE-ERRORS
           END-IF
           MOVE REGISTER-RECORD TO CRNREG-RECORD
           WRITE CRNREG-RECORD
           IF NOT WS-CRNREG-OK
              DISPLAY 'ERREUR ECRITURE REGISTRE DES AVOIRS, AVOIR '
                      WS-INVOICE-NO ' STATUT ' WS-FS-CRNREG
              ADD 1 TO WS-WRITE-ERRORS
           END-IF
           .

      *****************************************************************
      * CHARGEMENT DU STATUT DES PERIODES (FVPERST) ; FICHIER ABSENT  *
      * = TOUTES LES PERIODES SONT OUVERTES                           *
      *****************************************************************
       LOAD-PERIOD-STATUS.
           OPEN INPUT PERSTAT-FILE
           IF NOT WS-PERST-OK
              DISPLAY 'PAS DE STATUT DES PERIODES (' WS-FS-PERST
                      '), TOUTES LES PERIODES SONT OUVERTES'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERST-EOF
              READ PERSTAT-FILE
                 AT END MOVE '10' TO WS-FS-PERST
                 NOT AT END
                    IF WS-PER-COUNT < WS-PER-MAX
                       ADD 1 TO WS-PER-COUNT
                       MOVE PS-PERIOD   TO WS-PE-PERIOD(WS-PER-COUNT)
                       MOVE PS-STATUS   TO WS-PE-STATUS(WS-PER-COUNT)
                       MOVE PS-BACKPOST
                            TO WS-PE-BACKPOST(WS-PER-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERSTAT-FILE
           .

      *****************************************************************
      * TRACE D'UNE COMPTABILISATION REFUSEE OU REPORTEE (FVBKPOST,   *
      * EN AJOUT) ; BP-REFERENCE, BP-AMOUNT ET BP-DETAIL SONT         *
      * RENSEIGNES PAR L'APPELANT                                     *
      *****************************************************************
       APPEND-BACKPOST.
           OPEN EXTEND BKPOST-FILE
           IF NOT WS-BKPOST-OK
              OPEN OUTPUT BKPOST-FILE
           END-IF
           IF WS-BKPOST-OK
              MOVE FUNCTION CURRENT-DATE(1:20) TO BP-TIMESTAMP
              MOVE 'CRNOTE'       TO BP-PROGRAM
              MOVE WS-POST-ACTION TO BP-ACTION
              MOVE WS-CARD-DATE   TO BP-ORIG-DATE
              MOVE WS-POST-DATE   TO BP-POST-DATE
              WRITE BKPOST-RECORD
              CLOSE BKPOST-FILE
           ELSE
              DISPLAY 'ERREUR ECRITURE TRACE DES REPORTS: '
                      WS-FS-BKPOST
           END-IF
           MOVE '00' TO WS-FS-BKPOST
           .

      *****************************************************************
      * REECRITURE DE LA SEQUENCE DE NUMEROTATION ; UN ECHEC EST UNE  *
      * ERREUR (LES NUMEROS EMIS SERAIENT REDONNES PAR INVGEN)        *
      *****************************************************************
       SAVE-INVOICE-NUMBER.
           OPEN OUTPUT INVNUM-FILE
           IF WS-INVNUM-OK
              MOVE WS-INVOICE-NO TO IV-LAST-NO
              MOVE FUNCTION CURRENT-DATE(1:20) TO IV-TIMESTAMP
              WRITE INVNUM-RECORD
              CLOSE INVNUM-FILE
           ELSE
              DISPLAY 'ERREUR REECRITURE SEQUENCE FACTURES: '
                      WS-FS-INVNUM
              ADD 1 TO WS-WRITE-ERRORS
           END-IF
           .

      *****************************************************************
      * VIDAGE DU JOURNAL DES CREDITS : TOUTES SES LIGNES ONT DONNE   *
      * LIEU A UN AVOIR. EN ERREUR (RC 8) LE JOURNAL EST GARDE POUR   *
      * REPRISE, APRES RESTAURATION DES REGISTRES ET DE FVINVNUM      *
      *****************************************************************
       EMPTY-CREDIT-JOURNAL.
           OPEN OUTPUT CRJRN-FILE
           IF WS-CRJRN-OK
              CLOSE CRJRN-FILE
           ELSE
              DISPLAY 'ERREUR VIDAGE JOURNAL DES CREDITS: '
                      WS-FS-CRJRN
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       FINALIZATION.
           IF WS-NOTES-ISSUED > 0
              PERFORM SAVE-INVOICE-NUMBER
           END-IF
           IF WS-JRN-PRESENT
              CLOSE CRJRN-FILE
           END-IF
           CLOSE CRNOTE-FILE
           CLOSE REGISTER-FILE
           CLOSE CRNREG-FILE
           IF WS-RA-AVAILABLE
              CLOSE RAMST-FILE
           END-IF
      * ECRITURE EN ECHEC = RC 8 ; AUTORISATION EN ANOMALIE, AVOIR
      * SANS FACTURE D'ORIGINE OU DEVISE SANS TAUX = RC 4
           EVALUATE TRUE
              WHEN WS-WRITE-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-RA-ANOMALIES > 0
                OR WS-NOTES-NO-REF > 0
                OR WS-NOTES-NO-RATE > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF WS-JRN-PRESENT AND RETURN-CODE < 8
              PERFORM EMPTY-CREDIT-JOURNAL
           END-IF
           PERFORM WRITE-RUN-HISTORY
           DISPLAY 'FIN DU PROGRAMME CRNOTE'
           DISPLAY 'DATE D''EMISSION: ' WS-RUN-DATE
           DISPLAY 'LIGNES DE JOURNAL LUES: ' WS-JRN-LINES-READ
           DISPLAY 'AVOIRS EMIS: ' WS-NOTES-ISSUED
           IF WS-NOTES-ISSUED > 0
              DISPLAY 'NUMEROS EMIS: ' WS-FIRST-NOTE-NO
                      ' (EXCLU) A ' WS-INVOICE-NO
           END-IF
           DISPLAY 'AVOIRS SANS FACTURE D''ORIGINE: ' WS-NOTES-NO-REF
           DISPLAY 'AUTORISATIONS EN ANOMALIE: ' WS-RA-ANOMALIES
           DISPLAY 'AVOIRS EN DEVISE: ' WS-NOTES-CONVERTED
           DISPLAY 'DEVISES SANS TAUX: ' WS-NOTES-NO-RATE
           DISPLAY 'TOTAL TTC CREDITE: ' WS-TOTAL-CREDITED
           DISPLAY 'ERREURS D''ECRITURE: ' WS-WRITE-ERRORS
           .

      *****************************************************************
      * JOURNAL COMMUN DES EXECUTIONS DE LA CHAINE (FRUNHST, AJOUT)   *
      *****************************************************************
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF NOT WS-RH-OK
              DISPLAY 'ERREUR ECRITURE JOURNAL DES EXECUTIONS: '
                      WS-RH-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'CRNOTE' TO RH-PROGRAM
           MOVE WS-RUN-START-TS TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE(1:20) TO RH-END-TS
           MOVE WS-JRN-LINES-READ TO RH-RECORDS-READ
           MOVE WS-NOTES-ISSUED   TO RH-RECORDS-OK
           MOVE WS-WRITE-ERRORS   TO RH-RECORDS-ERROR
           IF RETURN-CODE >= 8
              MOVE 'ERR ' TO RH-STATUS-CODE
           ELSE
              MOVE 'OK  ' TO RH-STATUS-CODE
           END-IF
           MOVE RETURN-CODE TO RH-RETURN-CODE
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE
           .
