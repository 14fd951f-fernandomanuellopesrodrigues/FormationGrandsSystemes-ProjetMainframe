       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIORDIN.
       AUTHOR. GROUPE3.
      *****************************************************************
      * PROGRAMME : TRADUCTION DES COMMANDES EDI ENTRANTES            *
      * OBJECTIF  : LES GRANDS COMPTES TRANSMETTENT LEURS BONS DE     *
      *             COMMANDE EN MESSAGES EDI ORDERS AU LIEU DE PASSER *
      *             PAR UN BUREAU REGIONAL QUI LES RESSAISISSAIT DANS *
      *             LES FICHIERS DE VENTES. CE PROGRAMME LIT LE       *
      *             FICHIER EDI RECU (FVEDIIN, SEGMENTS APLATIS UNB/  *
      *             UNH/BGM/DTM/NAD/LIN/UNT/UNZ PAR LA PASSERELLE),   *
      *             RETROUVE POUR CHAQUE MESSAGE LE CLIENT ET LE SITE *
      *             DE LIVRAISON (TABLE DES PARTENAIRES FVEDIPTN PAR  *
      *             CODE GLN, SITE CONTROLE CONTRE FNSHPMST) ET NOTRE *
      *             P_NO (TABLE DE CORRESPONDANCE ARTICLE CLIENT      *
      *             FVEDIXRF), ATTRIBUE UN NUMERO DE COMMANDE DANS LA *
      *             PLAGE FVORDRNG DE LA SOURCE EDI (DERNIER NUMERO   *
      *             PERENNISE DANS FVEDINUM) ET ECRIT LES LIGNES AU   *
      *             FORMAT PROJET.VENTES.LAYOUT (X(44), PRIX A ZERO : *
      *             TARIF CONTRAT OU CATALOGUE APPLIQUE PAR IMPVENTS) *
      *             SUR FVEDIVT, FICHIER D'ENTREE DE LA SOURCE EDI    *
      *             DECLAREE DANS FVSRCCTL (CARTE SRC=, ED PAR        *
      *             DEFAUT). UN MESSAGE INTRADUISIBLE PART EN REJET   *
      *             (FVEDIREJ) AVEC SES MOTIFS ; UN INTERCHANGE DONT  *
      *             L'ENVELOPPE EST INCOHERENTE EST REJETE EN ENTIER. *
      *             CHAQUE INTERCHANGE ACCEPTE RECOIT UN ACCUSE       *
      *             FONCTIONNEL (FVEDICTL : UCI PUIS UN UCM PAR       *
      *             MESSAGE, ACCEPTE 7 OU REJETE 4). LES COMMANDES    *
      *             TRADUITES SONT INSCRITES AU REGISTRE FVEDIREG     *
      *             (EN AJOUT) QU'EDIORDRS RAPPROCHE DE L'ACCUSE      *
      *             FVACKnn D'IMPVENTS POUR LA REPONSE ORDRSP.        *
      * ENTREE    : SYSIN (SRC=, DATE=), FVEDIIN, FVEDIPTN, FVEDIXRF, *
      *             FVSRCCTL, FVORDRNG, FVEDINUM (FACULTATIF AU       *
      *             PREMIER RUN), FNSHPMST (FACULTATIF)               *
      * SORTIE    : FVEDIVT (VENTES), FVEDIREG (REGISTRE, AJOUT),     *
      *             FVEDIREJ (REJETS), FVEDICTL (ACCUSES), FVEDINUM   *
      *             REECRIT, RAPPORT (FREPORT)                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.

      * MESSAGES EDI RECUS, UN SEGMENT PAR ENREGISTREMENT
           SELECT EDIIN-FILE
               ASSIGN TO FVEDIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EDIIN.

      * PARTENAIRES EDI : CODE GLN -> CLIENT, SITE DE LIVRAISON
      * (BLANC = ACHETEUR / FACTURE) ET VENDEUR DU COMPTE
           SELECT PARTNER-FILE
               ASSIGN TO FVEDIPTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PTN.

      * CORRESPONDANCE ARTICLE CLIENT -> NOTRE P_NO, PAR CLIENT
           SELECT XREF-FILE
               ASSIGN TO FVEDIXRF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-XRF.

      * DEFINITION DES SOURCES DE VENTES (MEME FICHIER QU'IMPVENTS) :
      * LA SOURCE EDI DOIT Y ETRE DECLAREE
           SELECT SOURCE-CTL-FILE
               ASSIGN TO FVSRCCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SRCCTL.

      * PLAGES DE NUMEROS DE COMMANDE PAR CANAL (LECTURE SEULE)
           SELECT ORDRNG-FILE
               ASSIGN TO FVORDRNG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORDRNG.

      * DERNIER NUMERO DE COMMANDE EDI ATTRIBUE (UN ENREGISTREMENT,
      * MEME PRINCIPE QUE FVINVNUM)
           SELECT EDINUM-FILE
               ASSIGN TO FVEDINUM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EDINUM.

      * MAITRE DES SITES DE LIVRAISON (FNSHPMST, TENU PAR SHIPMNT)
           SELECT SHIP-FILE
               ASSIGN TO FNSHPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-FS-SHIP.

      * LIGNES DE VENTES TRADUITES (ENTREE D'IMPVENTS POUR LA SOURCE
      * EDI : LA DD FVSRCnn DE SON RANG POINTE SUR CE FICHIER)
           SELECT SALES-FILE
               ASSIGN TO FVEDIVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SALES.

           SELECT REGISTER-FILE
               ASSIGN TO FVEDIREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REG.

           SELECT REJECT-FILE
               ASSIGN TO FVEDIREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

      * ACCUSES FONCTIONNELS A RENVOYER AUX PARTENAIRES
           SELECT CONTRL-FILE
               ASSIGN TO FVEDICTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT REPORT-FILE
               ASSIGN TO FREPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD               PIC X(80).

      * SEGMENT EDI APLATI : ETIQUETTE, PUIS ZONES A POSITION FIXE
      * PROPRES A CHAQUE SEGMENT
       FD  EDIIN-FILE.
       01  EDI-RECORD.
           05 ED-TAG                  PIC X(3).
           05 FILLER                  PIC X(1).
           05 ED-DATA                 PIC X(76).
      * ENVELOPPE D'INTERCHANGE : EMETTEUR, DESTINATAIRE, DATE,
      * REFERENCE DE CONTROLE
       01  EDI-UNB REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 UNB-SENDER              PIC X(13).
           05 FILLER                  PIC X(1).
           05 UNB-RECIPIENT           PIC X(13).
           05 FILLER                  PIC X(1).
           05 UNB-DATE                PIC X(8).
           05 FILLER                  PIC X(1).
           05 UNB-CTRL-REF            PIC X(14).
           05 FILLER                  PIC X(25).
      * ENTETE DE MESSAGE : REFERENCE ET TYPE (ORDERS)
       01  EDI-UNH REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 UNH-MSG-REF             PIC X(14).
           05 FILLER                  PIC X(1).
           05 UNH-MSG-TYPE            PIC X(6).
           05 FILLER                  PIC X(55).
      * DEBUT DE MESSAGE : NUMERO DU BON DE COMMANDE CLIENT ET
      * FONCTION (9 = ORIGINAL, 1 = ANNULATION)
       01  EDI-BGM REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 BGM-DOC-NO              PIC X(17).
           05 FILLER                  PIC X(1).
           05 BGM-FUNCTION            PIC X(3).
           05 FILLER                  PIC X(55).
      * DATE (137 = DATE DU DOCUMENT)
       01  EDI-DTM REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 DTM-QUAL                PIC X(3).
           05 FILLER                  PIC X(1).
           05 DTM-DATE                PIC X(8).
           05 FILLER                  PIC X(64).
      * PARTENAIRE (BY = ACHETEUR, DP = LIEU DE LIVRAISON)
       01  EDI-NAD REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 NAD-QUAL                PIC X(3).
           05 FILLER                  PIC X(1).
           05 NAD-GLN                 PIC X(13).
           05 FILLER                  PIC X(59).
      * LIGNE : NUMERO, ARTICLE DE L'ACHETEUR, QUANTITE
       01  EDI-LIN REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 LIN-LINE-NO             PIC X(6).
           05 FILLER                  PIC X(1).
           05 LIN-ITEM                PIC X(20).
           05 FILLER                  PIC X(1).
           05 LIN-QTY                 PIC X(7).
           05 FILLER                  PIC X(41).
      * FIN DE MESSAGE : NOMBRE DE SEGMENTS (UNH ET UNT COMPRIS)
       01  EDI-UNT REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 UNT-SEG-COUNT           PIC X(6).
           05 FILLER                  PIC X(1).
           05 UNT-MSG-REF             PIC X(14).
           05 FILLER                  PIC X(55).
      * FIN D'INTERCHANGE : NOMBRE DE MESSAGES
       01  EDI-UNZ REDEFINES EDI-RECORD.
           05 FILLER                  PIC X(4).
           05 UNZ-MSG-COUNT           PIC X(6).
           05 FILLER                  PIC X(1).
           05 UNZ-CTRL-REF            PIC X(14).
           05 FILLER                  PIC X(55).

       FD  PARTNER-FILE.
       01  PARTNER-RECORD.
           05 PT-GLN                  PIC X(13).
           05 FILLER                  PIC X(1).
           05 PT-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 PT-SITE                 PIC X(2).
           05 FILLER                  PIC X(1).
           05 PT-EMP-NO               PIC 9(2).

       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-CUST-NO              PIC 9(4).
           05 FILLER                  PIC X(1).
           05 XR-ITEM                 PIC X(20).
           05 FILLER                  PIC X(1).
           05 XR-P-NO                 PIC X(3).

      * UNE SOURCE PAR LIGNE (MEME DISPOSITION QUE DANS IMPVENTS)
       FD  SOURCE-CTL-FILE.
       01  SRCCTL-REC.
           05 SC-CODE                 PIC XX.
           05 FILLER                  PIC X(1).
           05 SC-DDNAME               PIC X(10).
           05 FILLER                  PIC X(1).
           05 SC-VAT-TXT              PIC X(6).
           05 FILLER                  PIC X(1).
           05 SC-DESC                 PIC X(20).

      * PLAGE DE NUMEROS PAR CANAL (MEME DISPOSITION QUE DANS
      * IMPVENTS)
       FD  ORDRNG-FILE.
       01  ORDRNG-REC.
           05 RN-CHANNEL              PIC X(2).
           05 FILLER                  PIC X(1).
           05 RN-START                PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RN-END                  PIC 9(7).
           05 FILLER                  PIC X(1).
           05 RN-LAST                 PIC 9(7).

       FD  EDINUM-FILE.
       01  EDINUM-RECORD.
           05 EN-LAST-NO              PIC 9(7).
           05 EN-TIMESTAMP            PIC X(20).

      * MEME DISPOSITION QUE SHIP-RECORD DANS SHIPMNT
       FD  SHIP-FILE.
       01  SHIP-RECORD.
           05 SH-KEY.
              10 SH-CUST-NO           PIC 9(4).
              10 SH-SITE              PIC X(2).
           05 SH-NAME                 PIC X(30).
           05 SH-ADDRESS              PIC X(40).
           05 SH-ZONE                 PIC X(2).
           05 SH-COUNTRY              PIC X(2).

       FD  SALES-FILE.
       01  SALES-RECORD               PIC X(44).

      * REGISTRE DES COMMANDES TRADUITES : UN ENTETE 'H' PAR COMMANDE
      * SUIVI D'UNE LIGNE 'L' PAR LIGNE DU BON CLIENT
       FD  REGISTER-FILE.
       01  REGISTER-RECORD            PIC X(120).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-CTRL-REF             PIC X(14).
           05 FILLER                  PIC X(1).
           05 RJ-MSG-REF              PIC X(14).
           05 FILLER                  PIC X(1).
           05 RJ-DOC-NO               PIC X(17).
           05 FILLER                  PIC X(1).
           05 RJ-REASON               PIC X(40).
           05 FILLER                  PIC X(1).
           05 RJ-SEGMENT              PIC X(80).

       FD  CONTRL-FILE.
       01  CONTRL-RECORD              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * VARIABLES DE CONTROLE DES FICHIERS
       01  WS-FS-SYSIN                PIC XX VALUE SPACES.
           88 WS-SYSIN-OK                   VALUE '00'.
           88 WS-SYSIN-EOF                  VALUE '10'.
       01  WS-FS-EDIIN                PIC XX VALUE SPACES.
           88 WS-EDIIN-OK                   VALUE '00'.
           88 WS-EDIIN-EOF                  VALUE '10'.
       01  WS-FS-PTN                  PIC XX VALUE SPACES.
           88 WS-PTN-OK                     VALUE '00'.
           88 WS-PTN-EOF                    VALUE '10'.
       01  WS-FS-XRF                  PIC XX VALUE SPACES.
           88 WS-XRF-OK                     VALUE '00'.
           88 WS-XRF-EOF                    VALUE '10'.
       01  WS-FS-SRCCTL               PIC XX VALUE SPACES.
           88 WS-SRCCTL-OK                  VALUE '00'.
           88 WS-SRCCTL-EOF                 VALUE '10'.
       01  WS-FS-ORDRNG               PIC XX VALUE SPACES.
           88 WS-ORDRNG-OK                  VALUE '00'.
           88 WS-ORDRNG-EOF                 VALUE '10'.
       01  WS-FS-EDINUM               PIC XX VALUE SPACES.
           88 WS-EDINUM-OK                  VALUE '00'.
       01  WS-FS-SHIP                 PIC XX VALUE SPACES.
       01  WS-FS-SALES                PIC XX VALUE SPACES.
           88 WS-SALES-OK                   VALUE '00'.
       01  WS-FS-REG                  PIC XX VALUE SPACES.
           88 WS-REG-OK                     VALUE '00'.
       01  WS-FS-REJ                  PIC XX VALUE SPACES.
           88 WS-REJ-OK                     VALUE '00'.
       01  WS-FS-CTL                  PIC XX VALUE SPACES.
           88 WS-CTL-OK                     VALUE '00'.
       01  WS-FS-REPORT               PIC XX VALUE SPACES.
           88 WS-REPORT-OK                  VALUE '00'.
       01  WS-SHIP-AVAIL-SW           PIC X  VALUE 'N'.
           88 WS-SHIP-AVAILABLE             VALUE 'Y'.

      * PARAMETRES (CARTES SYSIN) : CODE DE LA SOURCE EDI DANS
      * FVSRCCTL ET DATE DE TRADUCTION PORTEE AU REGISTRE
       01  WS-EDI-SRC                 PIC XX    VALUE 'ED'.
       01  WS-XLT-DATE                PIC X(10) VALUE SPACES.
       01  WS-SRC-FOUND-SW            PIC X     VALUE 'N'.
           88 WS-SRC-FOUND                  VALUE 'Y'.

      * NUMEROTATION DES COMMANDES DANS LA PLAGE DE LA SOURCE
       01  WS-RNG-FOUND-SW            PIC X     VALUE 'N'.
           88 WS-RNG-FOUND                  VALUE 'Y'.
       01  WS-RNG-START               PIC 9(7)  VALUE ZERO.
       01  WS-RNG-END                 PIC 9(7)  VALUE ZERO.
       01  WS-LAST-ORDER-NO           PIC 9(7)  VALUE ZERO.
       01  WS-NEW-ORDER-NO            PIC 9(7)  VALUE ZERO.

      * TABLE DES PARTENAIRES
       01  WS-PTN-TABLE.
           05 WS-PT-ENTRY OCCURS 300 TIMES INDEXED BY PT-IX.
              10 WS-PT-GLN            PIC X(13).
              10 WS-PT-CUST-NO        PIC 9(4).
              10 WS-PT-SITE           PIC X(2).
              10 WS-PT-EMP-NO         PIC 9(2).
       01  WS-PTN-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PTN-MAX                 PIC 9(3) VALUE 300.
       01  WS-PTN-FOUND               PIC 9(3) VALUE ZERO.

      * TABLE DE CORRESPONDANCE DES ARTICLES CLIENT
       01  WS-XRF-TABLE.
           05 WS-XR-ENTRY OCCURS 3000 TIMES INDEXED BY XR-IX.
              10 WS-XR-CUST-NO        PIC 9(4).
              10 WS-XR-ITEM           PIC X(20).
              10 WS-XR-P-NO           PIC X(3).
       01  WS-XRF-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-XRF-MAX                 PIC 9(4) VALUE 3000.

      * INTERCHANGE EN COURS
       01  WS-IC-OPEN-SW              PIC X     VALUE 'N'.
           88 WS-IC-OPEN                    VALUE 'Y'.
       01  WS-IC-CTRL-REF             PIC X(14) VALUE SPACES.
       01  WS-IC-SENDER               PIC X(13) VALUE SPACES.
       01  WS-IC-RECIPIENT            PIC X(13) VALUE SPACES.
       01  WS-IC-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-IC-MSG-COUNT            PIC 9(6)  VALUE ZERO.
       01  WS-IC-REASON               PIC X(40) VALUE SPACES.

      * MESSAGE EN COURS ; LE PREMIER MOTIF DE REJET EST RETENU POUR
      * L'ACCUSE, TOUS LES MOTIFS SONT ECRITS AU FICHIER DE REJET
       01  WS-MSG-OPEN-SW             PIC X     VALUE 'N'.
           88 WS-MSG-OPEN                   VALUE 'Y'.
       01  WS-MSG-REF                 PIC X(14) VALUE SPACES.
       01  WS-MSG-TYPE                PIC X(6)  VALUE SPACES.
       01  WS-MSG-DOC-NO              PIC X(17) VALUE SPACES.
       01  WS-MSG-FUNCTION            PIC X(3)  VALUE SPACES.
       01  WS-MSG-DATE                PIC X(8)  VALUE SPACES.
       01  WS-MSG-BUYER-GLN           PIC X(13) VALUE SPACES.
       01  WS-MSG-DP-GLN              PIC X(13) VALUE SPACES.
       01  WS-MSG-SEG-COUNT           PIC 9(6)  VALUE ZERO.
       01  WS-MSG-REASON              PIC X(40) VALUE SPACES.
       01  WS-MSG-FIRST-REASON        PIC X(40) VALUE SPACES.
       01  WS-MSG-CUST-NO             PIC 9(4)  VALUE ZERO.
       01  WS-MSG-SITE                PIC X(2)  VALUE SPACES.
       01  WS-MSG-EMP-NO              PIC 9(2)  VALUE ZERO.
       01  WS-SEG-COUNT-NUM           PIC 9(6)  VALUE ZERO.

      * LIGNES DU MESSAGE EN COURS
       01  WS-ML-TABLE.
           05 WS-ML-ENTRY OCCURS 99 TIMES INDEXED BY ML-IX ML-IX2.
              10 WS-ML-LINE-NO        PIC X(6).
              10 WS-ML-ITEM           PIC X(20).
              10 WS-ML-P-NO           PIC X(3).
              10 WS-ML-QTY            PIC 9(7).
       01  WS-ML-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-ML-MAX                  PIC 9(3) VALUE 99.
       01  WS-ML-SUM-QTY              PIC 9(9) VALUE ZERO.
       01  WS-ML-DUP-SW               PIC X    VALUE 'N'.
           88 WS-ML-DUP                     VALUE 'Y'.

      * MESSAGES DE L'INTERCHANGE EN COURS, RETENUS JUSQU'AU UNZ :
      * UN INTERCHANGE N'EST ECRIT EN VENTES QUE S'IL EST COMPLET
       01  WS-IM-TABLE.
           05 WS-IM-ENTRY OCCURS 200 TIMES INDEXED BY IM-IX.
              10 WS-IM-MSG-REF        PIC X(14).
              10 WS-IM-DOC-NO         PIC X(17).
              10 WS-IM-STATUS         PIC X.
                 88 WS-IM-ACCEPTED          VALUE 'A'.
                 88 WS-IM-REJECTED          VALUE 'R'.
              10 WS-IM-REASON         PIC X(40).
              10 WS-IM-CUST-NO        PIC 9(4).
              10 WS-IM-SITE           PIC X(2).
              10 WS-IM-EMP-NO         PIC 9(2).
              10 WS-IM-DATE           PIC X(8).
              10 WS-IM-BUYER-GLN      PIC X(13).
              10 WS-IM-FIRST-LINE     PIC 9(4).
              10 WS-IM-LINE-COUNT     PIC 9(3).
       01  WS-IM-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-IM-MAX                  PIC 9(3) VALUE 200.
       01  WS-IL-TABLE.
           05 WS-IL-ENTRY OCCURS 3000 TIMES INDEXED BY IL-IX IL-IX2.
              10 WS-IL-LINE-NO        PIC X(6).
              10 WS-IL-ITEM           PIC X(20).
              10 WS-IL-P-NO           PIC X(3).
              10 WS-IL-QTY            PIC 9(7).
       01  WS-IL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-IL-MAX                  PIC 9(4) VALUE 3000.
       01  WS-IL-END                  PIC 9(4) VALUE ZERO.
       01  WS-IL-DONE-SW              PIC X    VALUE 'N'.
           88 WS-IL-DONE                    VALUE 'Y'.

      * LIGNE DE VENTES AU FORMAT PROJET.VENTES.LAYOUT (X(44))
       01  WS-SALES-LINE.
           05 WS-SL-TYPE              PIC X(1)  VALUE 'D'.
           05 WS-SL-ORDER-NO          PIC 9(7).
           05 WS-SL-DATE.
              10 WS-SL-DD             PIC X(2).
              10 FILLER               PIC X(1)  VALUE '/'.
              10 WS-SL-MM             PIC X(2).
              10 FILLER               PIC X(1)  VALUE '/'.
              10 WS-SL-YYYY           PIC X(4).
           05 WS-SL-EMP-NO            PIC 9(2).
           05 WS-SL-CUST-NO           PIC 9(4).
           05 WS-SL-PROD-NO           PIC X(3).
           05 WS-SL-PRICE             PIC 9(5)  VALUE ZERO.
           05 WS-SL-QTY               PIC 9(2).
           05 WS-SL-DISP              PIC X(1)  VALUE SPACE.
           05 WS-SL-RA-NUMBER         PIC X(7)  VALUE SPACES.
           05 WS-SL-SITE              PIC X(2).

      * ENREGISTREMENTS DU REGISTRE
       01  WS-REG-HEADER.
           05 RG-TYPE                 PIC X(1)  VALUE 'H'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-C-NO                 PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-PARTNER              PIC X(13).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-OUR-GLN              PIC X(13).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-CTRL-REF             PIC X(14).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-MSG-REF              PIC X(14).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-DOC-NO               PIC X(17).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-XLT-DATE             PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RG-LINES                PIC 9(3).
           05 FILLER                  PIC X(15) VALUE SPACES.
       01  WS-REG-LINE.
           05 RL-TYPE                 PIC X(1)  VALUE 'L'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RL-O-NO                 PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RL-LINE-NO              PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RL-ITEM                 PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RL-P-NO                 PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 RL-QTY                  PIC 9(7).
           05 FILLER                  PIC X(71) VALUE SPACES.

      * ACCUSE FONCTIONNEL : UCI PAR INTERCHANGE, UCM PAR MESSAGE
       01  WS-CTL-UCI.
           05 FILLER                  PIC X(4)  VALUE 'UCI '.
           05 CU-CTRL-REF             PIC X(14).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 CU-SENDER               PIC X(13).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 CU-RECIPIENT            PIC X(13).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 CU-ACTION               PIC X(1).
           05 FILLER                  PIC X(32) VALUE SPACES.
       01  WS-CTL-UCM.
           05 FILLER                  PIC X(4)  VALUE 'UCM '.
           05 CM-MSG-REF              PIC X(14).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 CM-MSG-TYPE             PIC X(6)  VALUE 'ORDERS'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 CM-ACTION               PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 CM-REASON               PIC X(40).
           05 FILLER                  PIC X(12) VALUE SPACES.

      * COMPTEURS
       01  WS-COUNTERS.
           05 WS-SEGMENTS-READ        PIC 9(7)  VALUE ZERO.
           05 WS-IC-ACCEPTED          PIC 9(5)  VALUE ZERO.
           05 WS-IC-REJECTED          PIC 9(5)  VALUE ZERO.
           05 WS-MSG-ACCEPTED         PIC 9(7)  VALUE ZERO.
           05 WS-MSG-REJECTED         PIC 9(7)  VALUE ZERO.
           05 WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.
           05 WS-REJECTS-WRITTEN      PIC 9(7)  VALUE ZERO.
           05 WS-IC-ORDERS            PIC 9(5)  VALUE ZERO.
           05 WS-IC-REFUSED           PIC 9(5)  VALUE ZERO.

      * MESSAGES DE RAPPORT
       01  WS-REPORT-LINES.
           05 WS-HEADER-LINE          PIC X(132)    VALUE
                 'TRADUCTION DES COMMANDES EDI ENTRANTES'.
           05 WS-PARAM-LINE.
              10 FILLER               PIC X(19)     VALUE
                 'SOURCE DE VENTES : '.
              10 WS-RPT-SRC           PIC XX.
              10 FILLER               PIC X(17)     VALUE
                 ' - TRADUIT LE : '.
              10 WS-RPT-XLT-DATE      PIC X(10).
              10 FILLER               PIC X(22)     VALUE
                 ' - PLAGE DE NUMEROS : '.
              10 WS-RPT-RNG-START     PIC 9(7).
              10 FILLER               PIC X(3)      VALUE ' - '.
              10 WS-RPT-RNG-END       PIC 9(7).
           05 WS-SEPARATOR-LINE       PIC X(132)    VALUE ALL '-'.
           05 WS-IC-LINE.
              10 FILLER               PIC X(14)     VALUE
                 'INTERCHANGE : '.
              10 WS-RPT-IC-REF        PIC X(14).
              10 FILLER               PIC X(13)     VALUE
                 '  EMETTEUR : '.
              10 WS-RPT-IC-SENDER     PIC X(13).
              10 FILLER               PIC X(14)     VALUE
                 '  COMMANDES : '.
              10 WS-RPT-IC-ORDERS     PIC ZZ9.
              10 FILLER               PIC X(12)     VALUE
                 '  REJETES : '.
              10 WS-RPT-IC-REFUSED    PIC ZZ9.
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-IC-STATUS     PIC X(44).
           05 WS-ORDER-LINE.
              10 FILLER               PIC X(14)     VALUE
                 '   COMMANDE : '.
              10 WS-RPT-O-NO          PIC 9(7).
              10 FILLER               PIC X(11)     VALUE
                 '  CLIENT : '.
              10 WS-RPT-C-NO          PIC 9(4).
              10 FILLER               PIC X(8)      VALUE '  SITE: '.
              10 WS-RPT-SITE          PIC X(2).
              10 FILLER               PIC X(13)     VALUE
                 '  BON CLIENT:'.
              10 WS-RPT-DOC-NO        PIC X(17).
              10 FILLER               PIC X(10)     VALUE
                 '  LIGNES: '.
              10 WS-RPT-LINES         PIC ZZ9.
           05 WS-REJECT-LINE.
              10 FILLER               PIC X(14)     VALUE
                 '   REJET    : '.
              10 WS-RPT-RJ-MSG-REF    PIC X(14).
              10 FILLER               PIC X(13)     VALUE
                 '  BON CLIENT:'.
              10 WS-RPT-RJ-DOC-NO     PIC X(17).
              10 FILLER               PIC X(2)      VALUE SPACES.
              10 WS-RPT-RJ-REASON     PIC X(40).
           05 WS-SUMMARY-LINE.
              10 FILLER               PIC X(22)     VALUE
                 'INTERCHANGES ACCEPTES:'.
              10 WS-RPT-S-IC-OK       PIC ZZ,ZZ9.
              10 FILLER               PIC X(13)     VALUE
                 ' - REJETES : '.
              10 WS-RPT-S-IC-KO       PIC ZZ,ZZ9.
              10 FILLER               PIC X(15)     VALUE
                 ' - COMMANDES : '.
              10 WS-RPT-S-MSG-OK      PIC ZZZ,ZZ9.
              10 FILLER               PIC X(21)     VALUE
                 ' - MESSAGES REJETES: '.
              10 WS-RPT-S-MSG-KO      PIC ZZZ,ZZ9.
              10 FILLER               PIC X(18)     VALUE
                 ' - LIGNES VENTES: '.
              10 WS-RPT-S-LINES       PIC ZZZ,ZZ9.
           05 WS-TIMESTAMP-LINE       PIC X(132).

       PROCEDURE DIVISION.
      *****************************************************************
      * PROGRAMME PRINCIPAL                                           *
      *****************************************************************
           PERFORM INITIALIZATION
           PERFORM LOAD-PARTNERS
           PERFORM LOAD-ITEM-XREF
           PERFORM READ-EDI-SEGMENT
           PERFORM UNTIL WS-EDIIN-EOF
                   PERFORM PROCESS-EDI-SEGMENT
                   PERFORM READ-EDI-SEGMENT
           END-PERFORM
           IF WS-MSG-OPEN
              MOVE 'UNT MANQUANT EN FIN DE FICHIER' TO WS-MSG-REASON
              PERFORM WRITE-SEGMENT-REJECT
              PERFORM END-MESSAGE
           END-IF
           IF WS-IC-OPEN
              MOVE 'UNZ MANQUANT EN FIN DE FICHIER' TO WS-IC-REASON
              PERFORM REJECT-INTERCHANGE
           END-IF
           PERFORM FINALIZATION
           GOBACK.

      *****************************************************************
      * INITIALISATION : CARTES SYSIN, CONTROLE DE LA SOURCE DANS     *
      * FVSRCCTL, PLAGE DE NUMEROS ET DERNIER NUMERO ATTRIBUE         *
      *****************************************************************
       INITIALIZATION.
           DISPLAY 'DEBUT DU PROGRAMME EDIORDIN'
           PERFORM READ-SYSIN-CARDS
           IF WS-XLT-DATE = SPACES
              STRING FUNCTION CURRENT-DATE(1:4) '-'
                     FUNCTION CURRENT-DATE(5:2) '-'
                     FUNCTION CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-XLT-DATE
              END-STRING
           END-IF

           PERFORM CHECK-SOURCE-DECLARED
           IF NOT WS-SRC-FOUND
              DISPLAY 'SOURCE ' WS-EDI-SRC ' ABSENTE DE FVSRCCTL, '
                      'ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ORDER-RANGE
           IF NOT WS-RNG-FOUND
              DISPLAY 'PAS DE PLAGE FVORDRNG POUR LA SOURCE '
                      WS-EDI-SRC ', ARRET DU PROGRAMME'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-LAST-ORDER-NO

           OPEN INPUT EDIIN-FILE
           IF NOT WS-EDIIN-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER EDI FVEDIIN: '
                      WS-FS-EDIIN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SALES-FILE
           IF NOT WS-SALES-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER VENTES FVEDIVT: '
                      WS-FS-SALES
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF NOT WS-REG-OK
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF NOT WS-REG-OK
              DISPLAY 'ERREUR OUVERTURE REGISTRE FVEDIREG: '
                      WS-FS-REG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CONTRL-FILE
           IF NOT WS-REJ-OK OR NOT WS-CTL-OK
              DISPLAY 'ERREUR OUVERTURE REJETS/ACCUSES: '
                      WS-FS-REJ '/' WS-FS-CTL
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
              DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT: ' WS-FS-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT SHIP-FILE
           IF WS-FS-SHIP = '00'
              MOVE 'Y' TO WS-SHIP-AVAIL-SW
           ELSE
              DISPLAY 'PAS DE MAITRE DES SITES DE LIVRAISON ('
                      WS-FS-SHIP '), SITES NON CONTROLES'
           END-IF

           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-EDI-SRC   TO WS-RPT-SRC
           MOVE WS-XLT-DATE  TO WS-RPT-XLT-DATE
           MOVE WS-RNG-START TO WS-RPT-RNG-START
           MOVE WS-RNG-END   TO WS-RPT-RNG-END
           WRITE REPORT-RECORD FROM WS-PARAM-LINE
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           .

       READ-SYSIN-CARDS.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-OK
              PERFORM UNTIL WS-SYSIN-EOF
                 READ SYSIN-FILE
                    AT END MOVE '10' TO WS-FS-SYSIN
                    NOT AT END PERFORM PROCESS-SYSIN-CARD
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
           END-IF
           .

       PROCESS-SYSIN-CARD.
           EVALUATE TRUE
              WHEN SYSIN-RECORD(1:4) = 'SRC='
                 MOVE SYSIN-RECORD(5:2) TO WS-EDI-SRC
              WHEN SYSIN-RECORD(1:5) = 'DATE='
                 MOVE SYSIN-RECORD(6:10) TO WS-XLT-DATE
           END-EVALUATE
           .

       CHECK-SOURCE-DECLARED.
           OPEN INPUT SOURCE-CTL-FILE
           IF NOT WS-SRCCTL-OK
              DISPLAY 'FICHIER DES SOURCES FVSRCCTL ABSENT ('
                      WS-FS-SRCCTL ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SRCCTL-EOF
              READ SOURCE-CTL-FILE
                 AT END MOVE '10' TO WS-FS-SRCCTL
                 NOT AT END
                    IF SC-CODE = WS-EDI-SRC
                       MOVE 'Y' TO WS-SRC-FOUND-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SOURCE-CTL-FILE
           .

       LOAD-ORDER-RANGE.
           OPEN INPUT ORDRNG-FILE
           IF NOT WS-ORDRNG-OK
              DISPLAY 'FICHIER DES PLAGES FVORDRNG ABSENT ('
                      WS-FS-ORDRNG ')'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ORDRNG-EOF
              READ ORDRNG-FILE
                 AT END MOVE '10' TO WS-FS-ORDRNG
                 NOT AT END
                    IF RN-CHANNEL = WS-EDI-SRC
                       MOVE 'Y'      TO WS-RNG-FOUND-SW
                       MOVE RN-START TO WS-RNG-START
                       MOVE RN-END   TO WS-RNG-END
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDRNG-FILE
           .

      *****************************************************************
      * REPRISE DU DERNIER NUMERO ATTRIBUE (FVEDINUM) ; FICHIER       *
      * ABSENT OU NUMERO HORS PLAGE = DEPART EN DEBUT DE PLAGE        *
      *****************************************************************
       LOAD-LAST-ORDER-NO.
           COMPUTE WS-LAST-ORDER-NO = WS-RNG-START - 1
           OPEN INPUT EDINUM-FILE
           IF WS-EDINUM-OK
              READ EDINUM-FILE
              IF WS-EDINUM-OK
                 IF EN-LAST-NO >= WS-RNG-START
                    AND EN-LAST-NO <= WS-RNG-END
                    MOVE EN-LAST-NO TO WS-LAST-ORDER-NO
                 END-IF
              END-IF
              CLOSE EDINUM-FILE
           ELSE
              DISPLAY 'PAS DE NUMEROTATION EDI, DEPART EN DEBUT '
                      'DE PLAGE'
           END-IF
           DISPLAY 'DERNIER NUMERO DE COMMANDE EDI: ' WS-LAST-ORDER-NO
           .

      *****************************************************************
      * CHARGEMENT DES PARTENAIRES ET DES CORRESPONDANCES ARTICLES    *
      *****************************************************************
       LOAD-PARTNERS.
           OPEN INPUT PARTNER-FILE
           IF NOT WS-PTN-OK
              DISPLAY 'TABLE DES PARTENAIRES FVEDIPTN ABSENTE ('
                      WS-FS-PTN '), TOUS LES MESSAGES SERONT REJETES'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PTN-EOF
              READ PARTNER-FILE
                 AT END MOVE '10' TO WS-FS-PTN
                 NOT AT END
                    IF WS-PTN-COUNT < WS-PTN-MAX
                       AND PT-CUST-NO IS NUMERIC
                       ADD 1 TO WS-PTN-COUNT
                       MOVE PT-GLN     TO WS-PT-GLN(WS-PTN-COUNT)
                       MOVE PT-CUST-NO TO WS-PT-CUST-NO(WS-PTN-COUNT)
                       MOVE PT-SITE    TO WS-PT-SITE(WS-PTN-COUNT)
                       IF PT-EMP-NO IS NUMERIC
                          MOVE PT-EMP-NO
                             TO WS-PT-EMP-NO(WS-PTN-COUNT)
                       ELSE
                          MOVE ZERO TO WS-PT-EMP-NO(WS-PTN-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARTNER-FILE
           DISPLAY 'PARTENAIRES EDI CHARGES: ' WS-PTN-COUNT
           .

       LOAD-ITEM-XREF.
           OPEN INPUT XREF-FILE
           IF NOT WS-XRF-OK
              DISPLAY 'CORRESPONDANCE ARTICLES FVEDIXRF ABSENTE ('
                      WS-FS-XRF '), TOUTES LES LIGNES SERONT REJETEES'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XRF-EOF
              READ XREF-FILE
                 AT END MOVE '10' TO WS-FS-XRF
                 NOT AT END
                    IF WS-XRF-COUNT < WS-XRF-MAX
                       AND XR-CUST-NO IS NUMERIC
                       ADD 1 TO WS-XRF-COUNT
                       MOVE XR-CUST-NO TO WS-XR-CUST-NO(WS-XRF-COUNT)
                       MOVE XR-ITEM    TO WS-XR-ITEM(WS-XRF-COUNT)
                       MOVE XR-P-NO    TO WS-XR-P-NO(WS-XRF-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE XREF-FILE
           DISPLAY 'CORRESPONDANCES ARTICLES CHARGEES: ' WS-XRF-COUNT
           .

       READ-EDI-SEGMENT.
           READ EDIIN-FILE
              AT END MOVE '10' TO WS-FS-EDIIN
              NOT AT END ADD 1 TO WS-SEGMENTS-READ
           END-READ
           .

      *****************************************************************
      * AIGUILLAGE PAR SEGMENT : ENVELOPPES UNB/UNZ ET UNH/UNT, LES   *
      * AUTRES SEGMENTS ALIMENTENT LE MESSAGE EN COURS                *
      *****************************************************************
       PROCESS-EDI-SEGMENT.
           EVALUATE ED-TAG
              WHEN 'UNB'
                 IF WS-MSG-OPEN
                    MOVE 'UNT MANQUANT' TO WS-MSG-REASON
                    PERFORM WRITE-SEGMENT-REJECT
                    PERFORM END-MESSAGE
                 END-IF
                 IF WS-IC-OPEN
                    MOVE 'UNZ MANQUANT' TO WS-IC-REASON
                    PERFORM REJECT-INTERCHANGE
                 END-IF
                 PERFORM START-INTERCHANGE
              WHEN 'UNZ'
                 IF NOT WS-IC-OPEN
                    MOVE 'UNZ HORS INTERCHANGE' TO WS-MSG-REASON
                    PERFORM WRITE-SEGMENT-REJECT
                 ELSE
                    IF WS-MSG-OPEN
                       MOVE 'UNT MANQUANT' TO WS-MSG-REASON
                       PERFORM WRITE-SEGMENT-REJECT
                       PERFORM END-MESSAGE
                    END-IF
                    PERFORM END-INTERCHANGE
                 END-IF
              WHEN 'UNH'
                 IF NOT WS-IC-OPEN
                    MOVE 'UNH HORS INTERCHANGE' TO WS-MSG-REASON
                    PERFORM WRITE-SEGMENT-REJECT
                 ELSE
                    IF WS-MSG-OPEN
                       MOVE 'UNT MANQUANT' TO WS-MSG-REASON
                       PERFORM WRITE-SEGMENT-REJECT
                       PERFORM END-MESSAGE
                    END-IF
                    PERFORM START-MESSAGE
                 END-IF
              WHEN OTHER
                 IF NOT WS-MSG-OPEN
                    MOVE 'SEGMENT HORS MESSAGE' TO WS-MSG-REASON
                    PERFORM WRITE-SEGMENT-REJECT
                 ELSE
                    ADD 1 TO WS-MSG-SEG-COUNT
                    PERFORM PROCESS-MESSAGE-SEGMENT
                 END-IF
           END-EVALUATE
           .

       START-INTERCHANGE.
           MOVE 'Y'           TO WS-IC-OPEN-SW
           MOVE UNB-CTRL-REF  TO WS-IC-CTRL-REF
           MOVE UNB-SENDER    TO WS-IC-SENDER
           MOVE UNB-RECIPIENT TO WS-IC-RECIPIENT
           MOVE UNB-DATE      TO WS-IC-DATE
           MOVE SPACES        TO WS-IC-REASON
           MOVE ZERO          TO WS-IC-MSG-COUNT
           MOVE ZERO          TO WS-IM-COUNT
           MOVE ZERO          TO WS-IL-COUNT
           .

       START-MESSAGE.
           MOVE 'Y'              TO WS-MSG-OPEN-SW
           MOVE UNH-MSG-REF      TO WS-MSG-REF
           MOVE UNH-MSG-TYPE     TO WS-MSG-TYPE
           MOVE SPACES           TO WS-MSG-DOC-NO
           MOVE SPACES           TO WS-MSG-FUNCTION
           MOVE WS-IC-DATE       TO WS-MSG-DATE
           MOVE WS-IC-SENDER     TO WS-MSG-BUYER-GLN
           MOVE SPACES           TO WS-MSG-DP-GLN
           MOVE SPACES           TO WS-MSG-REASON
           MOVE SPACES           TO WS-MSG-FIRST-REASON
           MOVE ZERO             TO WS-MSG-CUST-NO
           MOVE ZERO             TO WS-MSG-EMP-NO
           MOVE SPACES           TO WS-MSG-SITE
           MOVE 1                TO WS-MSG-SEG-COUNT
           MOVE ZERO             TO WS-ML-COUNT
           .

       PROCESS-MESSAGE-SEGMENT.
           EVALUATE ED-TAG
              WHEN 'BGM'
                 MOVE BGM-DOC-NO   TO WS-MSG-DOC-NO
                 MOVE BGM-FUNCTION TO WS-MSG-FUNCTION
              WHEN 'DTM'
                 IF DTM-QUAL = '137'
                    MOVE DTM-DATE TO WS-MSG-DATE
                 END-IF
              WHEN 'NAD'
                 IF NAD-QUAL = 'BY'
                    MOVE NAD-GLN TO WS-MSG-BUYER-GLN
                 END-IF
                 IF NAD-QUAL = 'DP'
                    MOVE NAD-GLN TO WS-MSG-DP-GLN
                 END-IF
              WHEN 'LIN'
                 IF WS-ML-COUNT >= WS-ML-MAX
                    MOVE 'PLUS DE 99 LIGNES' TO WS-MSG-REASON
                    PERFORM WRITE-SEGMENT-REJECT
                 ELSE
                    ADD 1 TO WS-ML-COUNT
                    MOVE LIN-LINE-NO TO WS-ML-LINE-NO(WS-ML-COUNT)
                    MOVE LIN-ITEM    TO WS-ML-ITEM(WS-ML-COUNT)
                    MOVE SPACES      TO WS-ML-P-NO(WS-ML-COUNT)
                    IF LIN-QTY IS NUMERIC
                       MOVE LIN-QTY  TO WS-ML-QTY(WS-ML-COUNT)
                    ELSE
                       MOVE ZERO     TO WS-ML-QTY(WS-ML-COUNT)
                    END-IF
                 END-IF
           END-EVALUATE
           .

      *****************************************************************
      * FIN DE MESSAGE (UNT, OU ENVELOPPE ROMPUE) : CONTROLE DU       *
      * COMPTE DE SEGMENTS, TRADUCTION CLIENT / SITE / ARTICLES ; LE  *
      * MESSAGE EST RETENU DANS L'INTERCHANGE, ACCEPTE OU REJETE      *
      *****************************************************************
       END-MESSAGE.
           IF ED-TAG = 'UNT'
              ADD 1 TO WS-MSG-SEG-COUNT
              IF UNT-SEG-COUNT IS NUMERIC
                 MOVE UNT-SEG-COUNT TO WS-SEG-COUNT-NUM
              ELSE
                 MOVE ZERO TO WS-SEG-COUNT-NUM
              END-IF
              IF WS-SEG-COUNT-NUM NOT = WS-MSG-SEG-COUNT
                 OR UNT-MSG-REF NOT = WS-MSG-REF
                 MOVE 'UNT INCOHERENT (COMPTE OU REFERENCE)'
                    TO WS-MSG-REASON
                 PERFORM WRITE-SEGMENT-REJECT
              END-IF
           END-IF
           MOVE 'N' TO WS-MSG-OPEN-SW
           ADD 1 TO WS-IC-MSG-COUNT

           IF WS-MSG-FIRST-REASON = SPACES
              PERFORM TRANSLATE-MESSAGE
           END-IF

           IF WS-IM-COUNT >= WS-IM-MAX
              MOVE 'TROP DE MESSAGES DANS L''INTERCHANGE'
                 TO WS-IC-REASON
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IM-COUNT
           SET IM-IX TO WS-IM-COUNT
           MOVE WS-MSG-REF     TO WS-IM-MSG-REF(IM-IX)
           MOVE WS-MSG-DOC-NO  TO WS-IM-DOC-NO(IM-IX)
           MOVE WS-MSG-FIRST-REASON TO WS-IM-REASON(IM-IX)
           MOVE WS-MSG-CUST-NO TO WS-IM-CUST-NO(IM-IX)
           MOVE WS-MSG-SITE    TO WS-IM-SITE(IM-IX)
           MOVE WS-MSG-EMP-NO  TO WS-IM-EMP-NO(IM-IX)
           MOVE WS-MSG-DATE    TO WS-IM-DATE(IM-IX)
           MOVE WS-MSG-BUYER-GLN TO WS-IM-BUYER-GLN(IM-IX)
           MOVE ZERO           TO WS-IM-FIRST-LINE(IM-IX)
           MOVE ZERO           TO WS-IM-LINE-COUNT(IM-IX)
           IF WS-MSG-FIRST-REASON NOT = SPACES
              MOVE 'R' TO WS-IM-STATUS(IM-IX)
              EXIT PARAGRAPH
           END-IF
           IF WS-IL-COUNT + WS-ML-COUNT > WS-IL-MAX
              MOVE 'R' TO WS-IM-STATUS(IM-IX)
              MOVE 'TROP DE LIGNES DANS L''INTERCHANGE'
                 TO WS-MSG-REASON
              PERFORM WRITE-MESSAGE-REJECT
              MOVE WS-MSG-FIRST-REASON TO WS-IM-REASON(IM-IX)
              EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-IM-STATUS(IM-IX)
           COMPUTE WS-IM-FIRST-LINE(IM-IX) = WS-IL-COUNT + 1
           MOVE WS-ML-COUNT TO WS-IM-LINE-COUNT(IM-IX)
           PERFORM VARYING ML-IX FROM 1 BY 1
                   UNTIL ML-IX > WS-ML-COUNT
              ADD 1 TO WS-IL-COUNT
              MOVE WS-ML-LINE-NO(ML-IX) TO WS-IL-LINE-NO(WS-IL-COUNT)
              MOVE WS-ML-ITEM(ML-IX)    TO WS-IL-ITEM(WS-IL-COUNT)
              MOVE WS-ML-P-NO(ML-IX)    TO WS-IL-P-NO(WS-IL-COUNT)
              MOVE WS-ML-QTY(ML-IX)     TO WS-IL-QTY(WS-IL-COUNT)
           END-PERFORM
           .

      *****************************************************************
      * TRADUCTION D'UN MESSAGE COMPLET : TOUS LES MOTIFS SONT ECRITS *
      * AU FICHIER DE REJET, LE PREMIER EST RETENU POUR L'ACCUSE      *
      *****************************************************************
       TRANSLATE-MESSAGE.
           IF WS-MSG-TYPE NOT = 'ORDERS'
              MOVE 'TYPE DE MESSAGE NON TRAITE' TO WS-MSG-REASON
              PERFORM WRITE-MESSAGE-REJECT
              EXIT PARAGRAPH
           END-IF
           IF WS-MSG-FUNCTION = '1'
              MOVE 'ANNULATION NON TRAITEE PAR EDI' TO WS-MSG-REASON
              PERFORM WRITE-MESSAGE-REJECT
              EXIT PARAGRAPH
           END-IF
           IF WS-MSG-DOC-NO = SPACES
              PERFORM NOTE-MESSAGE-REASON-BGM
           END-IF
           IF WS-MSG-DATE IS NOT NUMERIC
              PERFORM NOTE-MESSAGE-REASON-DATE
           END-IF

      * ACHETEUR : ENTREE DU PARTENAIRE SANS SITE
           MOVE 0 TO WS-PTN-FOUND
           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > WS-PTN-COUNT OR WS-PTN-FOUND > 0
              IF WS-PT-GLN(PT-IX) = WS-MSG-BUYER-GLN
                 AND WS-PT-SITE(PT-IX) = SPACES
                 SET WS-PTN-FOUND TO PT-IX
              END-IF
           END-PERFORM
           IF WS-PTN-FOUND = 0
              MOVE 'ACHETEUR INCONNU' TO WS-MSG-REASON
              PERFORM WRITE-MESSAGE-REJECT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-CUST-NO(WS-PTN-FOUND) TO WS-MSG-CUST-NO
           MOVE WS-PT-EMP-NO(WS-PTN-FOUND)  TO WS-MSG-EMP-NO

      * LIEU DE LIVRAISON : SITE DU MEME CLIENT (GLN DE L'ACHETEUR
      * LUI-MEME OU ABSENT = ADRESSE DU CLIENT)
           IF WS-MSG-DP-GLN NOT = SPACES
              AND WS-MSG-DP-GLN NOT = WS-MSG-BUYER-GLN
              MOVE 0 TO WS-PTN-FOUND
              PERFORM VARYING PT-IX FROM 1 BY 1
                      UNTIL PT-IX > WS-PTN-COUNT OR WS-PTN-FOUND > 0
                 IF WS-PT-GLN(PT-IX) = WS-MSG-DP-GLN
                    AND WS-PT-CUST-NO(PT-IX) = WS-MSG-CUST-NO
                    AND WS-PT-SITE(PT-IX) NOT = SPACES
                    SET WS-PTN-FOUND TO PT-IX
                 END-IF
              END-PERFORM
              IF WS-PTN-FOUND = 0
                 MOVE 'LIEU DE LIVRAISON INCONNU' TO WS-MSG-REASON
                 PERFORM WRITE-MESSAGE-REJECT
              ELSE
                 MOVE WS-PT-SITE(WS-PTN-FOUND) TO WS-MSG-SITE
                 IF WS-SHIP-AVAILABLE
                    MOVE WS-MSG-CUST-NO TO SH-CUST-NO
                    MOVE WS-MSG-SITE    TO SH-SITE
                    READ SHIP-FILE
                    IF WS-FS-SHIP NOT = '00'
                       MOVE '00' TO WS-FS-SHIP
                       MOVE 'SITE ABSENT DE FNSHPMST'
                          TO WS-MSG-REASON
                       PERFORM WRITE-MESSAGE-REJECT
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-ML-COUNT = 0
              MOVE 'COMMANDE SANS LIGNE' TO WS-MSG-REASON
              PERFORM WRITE-MESSAGE-REJECT
           END-IF
           PERFORM TRANSLATE-ONE-LINE
                   VARYING ML-IX FROM 1 BY 1
                   UNTIL ML-IX > WS-ML-COUNT

      * LES LIGNES D'UN MEME ARTICLE SONT CUMULEES EN UNE LIGNE DE
      * VENTES, DONT LA QUANTITE EST LIMITEE A 99 PAR LE FORMAT
           PERFORM CHECK-ARTICLE-QUANTITY
                   VARYING ML-IX FROM 1 BY 1
                   UNTIL ML-IX > WS-ML-COUNT
           .

       CHECK-ARTICLE-QUANTITY.
           IF WS-ML-P-NO(ML-IX) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'  TO WS-ML-DUP-SW
           MOVE ZERO TO WS-ML-SUM-QTY
           PERFORM VARYING ML-IX2 FROM 1 BY 1
                   UNTIL ML-IX2 > WS-ML-COUNT
              IF WS-ML-P-NO(ML-IX2) = WS-ML-P-NO(ML-IX)
                 IF ML-IX2 < ML-IX
                    MOVE 'Y' TO WS-ML-DUP-SW
                 END-IF
                 ADD WS-ML-QTY(ML-IX2) TO WS-ML-SUM-QTY
              END-IF
           END-PERFORM
           IF NOT WS-ML-DUP AND WS-ML-SUM-QTY > 99
              MOVE 'QUANTITE > 99 POUR L''ARTICLE ' TO WS-MSG-REASON
              MOVE WS-ML-P-NO(ML-IX) TO WS-MSG-REASON(30:3)
              PERFORM WRITE-MESSAGE-REJECT
           END-IF
           .

       NOTE-MESSAGE-REASON-BGM.
           MOVE 'NUMERO DE BON CLIENT ABSENT' TO WS-MSG-REASON
           PERFORM WRITE-MESSAGE-REJECT
           .

       NOTE-MESSAGE-REASON-DATE.
           MOVE 'DATE DE COMMANDE INVALIDE' TO WS-MSG-REASON
           PERFORM WRITE-MESSAGE-REJECT
           .

       TRANSLATE-ONE-LINE.
           IF WS-ML-QTY(ML-IX) = ZERO
              MOVE 'QUANTITE INVALIDE LIGNE ' TO WS-MSG-REASON
              MOVE WS-ML-LINE-NO(ML-IX) TO WS-MSG-REASON(25:6)
              PERFORM WRITE-MESSAGE-REJECT
           END-IF
           PERFORM VARYING XR-IX FROM 1 BY 1
                   UNTIL XR-IX > WS-XRF-COUNT
              IF WS-XR-CUST-NO(XR-IX) = WS-MSG-CUST-NO
                 AND WS-XR-ITEM(XR-IX) = WS-ML-ITEM(ML-IX)
                 MOVE WS-XR-P-NO(XR-IX) TO WS-ML-P-NO(ML-IX)
              END-IF
           END-PERFORM
           IF WS-ML-P-NO(ML-IX) = SPACES
              MOVE 'ARTICLE ACHETEUR INCONNU LIGNE ' TO WS-MSG-REASON
              MOVE WS-ML-LINE-NO(ML-IX) TO WS-MSG-REASON(32:6)
              PERFORM WRITE-MESSAGE-REJECT
           END-IF
           .

      *****************************************************************
      * ECRITURES DU FICHIER DE REJET : LE PREMIER MOTIF D'UN MESSAGE *
      * EST CONSERVE DANS WS-IM-REASON VIA WS-MSG-REASON              *
      *****************************************************************
       WRITE-MESSAGE-REJECT.
           MOVE SPACES         TO REJECT-RECORD
           MOVE WS-IC-CTRL-REF TO RJ-CTRL-REF
           MOVE WS-MSG-REF     TO RJ-MSG-REF
           MOVE WS-MSG-DOC-NO  TO RJ-DOC-NO
           MOVE WS-MSG-REASON  TO RJ-REASON
           MOVE SPACES         TO RJ-SEGMENT
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTS-WRITTEN
           IF WS-MSG-FIRST-REASON = SPACES
              MOVE WS-MSG-REASON TO WS-MSG-FIRST-REASON
           END-IF
           .

       WRITE-SEGMENT-REJECT.
           MOVE SPACES         TO REJECT-RECORD
           IF WS-IC-OPEN
              MOVE WS-IC-CTRL-REF TO RJ-CTRL-REF
           END-IF
           IF WS-MSG-OPEN
              MOVE WS-MSG-REF     TO RJ-MSG-REF
              MOVE WS-MSG-DOC-NO  TO RJ-DOC-NO
           END-IF
           MOVE WS-MSG-REASON  TO RJ-REASON
           MOVE EDI-RECORD     TO RJ-SEGMENT
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTS-WRITTEN
           IF WS-MSG-OPEN AND WS-MSG-FIRST-REASON = SPACES
              MOVE WS-MSG-REASON TO WS-MSG-FIRST-REASON
           END-IF
           .

      *****************************************************************
      * FIN D'INTERCHANGE (UNZ) : ENVELOPPE COHERENTE = ECRITURE DES  *
      * COMMANDES ET DE L'ACCUSE, SINON REJET DE TOUT L'INTERCHANGE   *
      *****************************************************************
       END-INTERCHANGE.
           IF WS-IC-REASON = SPACES
              IF UNZ-MSG-COUNT IS NUMERIC
                 MOVE UNZ-MSG-COUNT TO WS-SEG-COUNT-NUM
              ELSE
                 MOVE ZERO TO WS-SEG-COUNT-NUM
              END-IF
              IF WS-SEG-COUNT-NUM NOT = WS-IC-MSG-COUNT
                 OR UNZ-CTRL-REF NOT = WS-IC-CTRL-REF
                 MOVE 'UNZ INCOHERENT (COMPTE OU REFERENCE)'
                    TO WS-IC-REASON
              END-IF
           END-IF
           IF WS-IC-REASON NOT = SPACES
              PERFORM REJECT-INTERCHANGE
           ELSE
              PERFORM WRITE-INTERCHANGE
           END-IF
           .

      *****************************************************************
      * REJET D'UN INTERCHANGE : AUCUNE COMMANDE ECRITE, PAS D'ACCUSE *
      * (LE PARTENAIRE RETRANSMET L'INTERCHANGE COMPLET)              *
      *****************************************************************
       REJECT-INTERCHANGE.
           MOVE WS-IC-REASON TO WS-MSG-REASON
           PERFORM WRITE-SEGMENT-REJECT
           MOVE ZERO TO WS-IC-ORDERS
           MOVE ZERO TO WS-IC-REFUSED
           PERFORM VARYING IM-IX FROM 1 BY 1
                   UNTIL IM-IX > WS-IM-COUNT
              ADD 1 TO WS-IC-REFUSED
              IF WS-IM-ACCEPTED(IM-IX)
                 MOVE SPACES              TO REJECT-RECORD
                 MOVE WS-IC-CTRL-REF      TO RJ-CTRL-REF
                 MOVE WS-IM-MSG-REF(IM-IX) TO RJ-MSG-REF
                 MOVE WS-IM-DOC-NO(IM-IX) TO RJ-DOC-NO
                 MOVE WS-IC-REASON        TO RJ-REASON
                 WRITE REJECT-RECORD
                 ADD 1 TO WS-REJECTS-WRITTEN
              END-IF
           END-PERFORM
           ADD WS-IC-REFUSED TO WS-MSG-REJECTED
           ADD 1 TO WS-IC-REJECTED
           MOVE WS-IC-CTRL-REF  TO WS-RPT-IC-REF
           MOVE WS-IC-SENDER    TO WS-RPT-IC-SENDER
           MOVE WS-IC-ORDERS    TO WS-RPT-IC-ORDERS
           MOVE WS-IC-REFUSED   TO WS-RPT-IC-REFUSED
           MOVE SPACES          TO WS-RPT-IC-STATUS
           STRING 'REJETE: ' WS-IC-REASON
              DELIMITED BY SIZE INTO WS-RPT-IC-STATUS
           END-STRING
           WRITE REPORT-RECORD FROM WS-IC-LINE
           MOVE 'N' TO WS-IC-OPEN-SW
           .

      *****************************************************************
      * ECRITURE D'UN INTERCHANGE ACCEPTE : COMMANDES, REGISTRE ET    *
      * ACCUSE (UCI ACCEPTE, UN UCM PAR MESSAGE)                      *
      *****************************************************************
       WRITE-INTERCHANGE.
           MOVE ZERO TO WS-IC-ORDERS
           MOVE ZERO TO WS-IC-REFUSED
           MOVE WS-IC-CTRL-REF  TO WS-RPT-IC-REF
           MOVE WS-IC-SENDER    TO WS-RPT-IC-SENDER
           MOVE 'ACCEPTE'       TO WS-RPT-IC-STATUS
           MOVE ZERO            TO WS-RPT-IC-ORDERS
           MOVE ZERO            TO WS-RPT-IC-REFUSED
           WRITE REPORT-RECORD FROM WS-IC-LINE

           MOVE WS-IC-CTRL-REF  TO CU-CTRL-REF
           MOVE WS-IC-RECIPIENT TO CU-SENDER
           MOVE WS-IC-SENDER    TO CU-RECIPIENT
           MOVE '7'             TO CU-ACTION
           WRITE CONTRL-RECORD FROM WS-CTL-UCI

           PERFORM WRITE-ONE-MESSAGE
                   VARYING IM-IX FROM 1 BY 1
                   UNTIL IM-IX > WS-IM-COUNT

           ADD WS-IC-ORDERS  TO WS-MSG-ACCEPTED
           ADD WS-IC-REFUSED TO WS-MSG-REJECTED
           ADD 1 TO WS-IC-ACCEPTED
           MOVE WS-IC-ORDERS    TO WS-RPT-IC-ORDERS
           MOVE WS-IC-REFUSED   TO WS-RPT-IC-REFUSED
           MOVE 'TOTAL DE L''INTERCHANGE' TO WS-RPT-IC-STATUS
           WRITE REPORT-RECORD FROM WS-IC-LINE
           MOVE 'N' TO WS-IC-OPEN-SW
           .

       WRITE-ONE-MESSAGE.
           IF WS-IM-ACCEPTED(IM-IX)
              PERFORM WRITE-ORDER
           END-IF
           MOVE WS-IM-MSG-REF(IM-IX) TO CM-MSG-REF
           IF WS-IM-ACCEPTED(IM-IX)
              MOVE '7'    TO CM-ACTION
              MOVE SPACES TO CM-REASON
              ADD 1 TO WS-IC-ORDERS
           ELSE
              MOVE '4'    TO CM-ACTION
              MOVE WS-IM-REASON(IM-IX) TO CM-REASON
              ADD 1 TO WS-IC-REFUSED
              MOVE WS-IM-MSG-REF(IM-IX) TO WS-RPT-RJ-MSG-REF
              MOVE WS-IM-DOC-NO(IM-IX)  TO WS-RPT-RJ-DOC-NO
              MOVE WS-IM-REASON(IM-IX)  TO WS-RPT-RJ-REASON
              WRITE REPORT-RECORD FROM WS-REJECT-LINE
           END-IF
           WRITE CONTRL-RECORD FROM WS-CTL-UCM
           .

      *****************************************************************
      * ECRITURE D'UNE COMMANDE : NUMERO DANS LA PLAGE DE LA SOURCE,  *
      * UNE LIGNE DE VENTES PAR ARTICLE (LIGNES CLIENT CUMULEES),     *
      * ENTETE ET LIGNES DU REGISTRE                                  *
      *****************************************************************
       WRITE-ORDER.
           IF WS-LAST-ORDER-NO >= WS-RNG-END
              MOVE 'R' TO WS-IM-STATUS(IM-IX)
              MOVE 'PLAGE DE NUMEROS EDI EPUISEE'
                 TO WS-IM-REASON(IM-IX)
              MOVE SPACES               TO REJECT-RECORD
              MOVE WS-IC-CTRL-REF       TO RJ-CTRL-REF
              MOVE WS-IM-MSG-REF(IM-IX) TO RJ-MSG-REF
              MOVE WS-IM-DOC-NO(IM-IX)  TO RJ-DOC-NO
              MOVE WS-IM-REASON(IM-IX)  TO RJ-REASON
              WRITE REJECT-RECORD
              ADD 1 TO WS-REJECTS-WRITTEN
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAST-ORDER-NO
           MOVE WS-LAST-ORDER-NO TO WS-NEW-ORDER-NO

           MOVE WS-NEW-ORDER-NO       TO WS-SL-ORDER-NO
           MOVE WS-IM-DATE(IM-IX)(7:2) TO WS-SL-DD
           MOVE WS-IM-DATE(IM-IX)(5:2) TO WS-SL-MM
           MOVE WS-IM-DATE(IM-IX)(1:4) TO WS-SL-YYYY
           MOVE WS-IM-EMP-NO(IM-IX)   TO WS-SL-EMP-NO
           MOVE WS-IM-CUST-NO(IM-IX)  TO WS-SL-CUST-NO
           MOVE WS-IM-SITE(IM-IX)     TO WS-SL-SITE
           COMPUTE WS-IL-END = WS-IM-FIRST-LINE(IM-IX)
                             + WS-IM-LINE-COUNT(IM-IX) - 1
           PERFORM WRITE-ORDER-SALES-LINE
                   VARYING IL-IX FROM WS-IM-FIRST-LINE(IM-IX) BY 1
                   UNTIL IL-IX > WS-IL-END

           MOVE WS-NEW-ORDER-NO          TO RG-O-NO
           MOVE WS-IM-CUST-NO(IM-IX)     TO RG-C-NO
           MOVE WS-IM-BUYER-GLN(IM-IX)   TO RG-PARTNER
           MOVE WS-IC-RECIPIENT          TO RG-OUR-GLN
           MOVE WS-IC-CTRL-REF           TO RG-CTRL-REF
           MOVE WS-IM-MSG-REF(IM-IX)     TO RG-MSG-REF
           MOVE WS-IM-DOC-NO(IM-IX)      TO RG-DOC-NO
           MOVE WS-XLT-DATE              TO RG-XLT-DATE
           MOVE WS-IM-LINE-COUNT(IM-IX)  TO RG-LINES
           WRITE REGISTER-RECORD FROM WS-REG-HEADER
           PERFORM VARYING IL-IX FROM WS-IM-FIRST-LINE(IM-IX) BY 1
                   UNTIL IL-IX > WS-IL-END
              MOVE WS-NEW-ORDER-NO      TO RL-O-NO
              MOVE WS-IL-LINE-NO(IL-IX) TO RL-LINE-NO
              MOVE WS-IL-ITEM(IL-IX)    TO RL-ITEM
              MOVE WS-IL-P-NO(IL-IX)    TO RL-P-NO
              MOVE WS-IL-QTY(IL-IX)     TO RL-QTY
              WRITE REGISTER-RECORD FROM WS-REG-LINE
           END-PERFORM

           MOVE WS-NEW-ORDER-NO         TO WS-RPT-O-NO
           MOVE WS-IM-CUST-NO(IM-IX)    TO WS-RPT-C-NO
           MOVE WS-IM-SITE(IM-IX)       TO WS-RPT-SITE
           MOVE WS-IM-DOC-NO(IM-IX)     TO WS-RPT-DOC-NO
           MOVE WS-IM-LINE-COUNT(IM-IX) TO WS-RPT-LINES
           WRITE REPORT-RECORD FROM WS-ORDER-LINE
           .

       WRITE-ORDER-SALES-LINE.
           MOVE 'N'  TO WS-ML-DUP-SW
           MOVE ZERO TO WS-ML-SUM-QTY
           PERFORM VARYING IL-IX2 FROM WS-IM-FIRST-LINE(IM-IX) BY 1
                   UNTIL IL-IX2 > WS-IL-END
              IF WS-IL-P-NO(IL-IX2) = WS-IL-P-NO(IL-IX)
                 IF IL-IX2 < IL-IX
                    MOVE 'Y' TO WS-ML-DUP-SW
                 END-IF
                 ADD WS-IL-QTY(IL-IX2) TO WS-ML-SUM-QTY
              END-IF
           END-PERFORM
           IF NOT WS-ML-DUP
              MOVE WS-IL-P-NO(IL-IX) TO WS-SL-PROD-NO
              MOVE WS-ML-SUM-QTY     TO WS-SL-QTY
              WRITE SALES-RECORD FROM WS-SALES-LINE
              ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

      *****************************************************************
      * REECRITURE DU DERNIER NUMERO ATTRIBUE                         *
      *****************************************************************
       SAVE-LAST-ORDER-NO.
           OPEN OUTPUT EDINUM-FILE
           IF WS-EDINUM-OK
              MOVE WS-LAST-ORDER-NO TO EN-LAST-NO
              MOVE FUNCTION CURRENT-DATE(1:20) TO EN-TIMESTAMP
              WRITE EDINUM-RECORD
              CLOSE EDINUM-FILE
           ELSE
              DISPLAY 'ERREUR REECRITURE NUMEROTATION EDI: '
                      WS-FS-EDINUM
           END-IF
           .

       FINALIZATION.
           IF WS-MSG-ACCEPTED > 0
              PERFORM SAVE-LAST-ORDER-NO
           END-IF
           WRITE REPORT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-IC-ACCEPTED   TO WS-RPT-S-IC-OK
           MOVE WS-IC-REJECTED   TO WS-RPT-S-IC-KO
           MOVE WS-MSG-ACCEPTED  TO WS-RPT-S-MSG-OK
           MOVE WS-MSG-REJECTED  TO WS-RPT-S-MSG-KO
           MOVE WS-LINES-WRITTEN TO WS-RPT-S-LINES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM BUILD-TIMESTAMP-LINE
           WRITE REPORT-RECORD FROM WS-TIMESTAMP-LINE
           CLOSE EDIIN-FILE
           CLOSE SALES-FILE
           CLOSE REGISTER-FILE
           CLOSE REJECT-FILE
           CLOSE CONTRL-FILE
           CLOSE REPORT-FILE
           IF WS-SHIP-AVAILABLE
              CLOSE SHIP-FILE
           END-IF
           DISPLAY 'FIN DU PROGRAMME EDIORDIN'
           DISPLAY 'SEGMENTS LUS: ' WS-SEGMENTS-READ
           DISPLAY 'COMMANDES TRADUITES: ' WS-MSG-ACCEPTED
           DISPLAY 'MESSAGES REJETES: ' WS-MSG-REJECTED
           DISPLAY 'LIGNES DE VENTES ECRITES: ' WS-LINES-WRITTEN
           DISPLAY 'DERNIER NUMERO DE COMMANDE EDI: ' WS-LAST-ORDER-NO
           IF WS-REJECTS-WRITTEN > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * CONSTRUCTION DE LA LIGNE TIMESTAMP                            *
      *****************************************************************
       BUILD-TIMESTAMP-LINE.
           MOVE SPACES TO WS-TIMESTAMP-LINE
           STRING 'HORODATAGE: '
                  FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE
              INTO WS-TIMESTAMP-LINE
           END-STRING
           .
