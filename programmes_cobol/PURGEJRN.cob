      *     PRODUCTEUR (VARIABLES AUDITLOG, RECAPJOUR ET
      *     PIZZACMD, MEME CONVENTION QU'ALERTES DANS LA CHAINE)
      *     AFIN DE PURGER LE FICHIER REELLEMENT ECRIT.
      *     CHAQUE ARCHIVE DE FAUDITLOG EST INSCRITE, DANS L'ORDRE,
      *     AU REGISTRE AUDITARCH.TXT (DATE, NOMBRE DE LIGNES, NOM
      *     DE L'ARCHIVE) : AUDITVER Y RETROUVE LES MORCEAUX DU
      *     JOURNAL D'AUDIT POUR EN VERIFIER LE CHAINAGE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ARCHIVE.
           SELECT FIC-REGISTRE-AUDIT
              ASSIGN TO "./files/auditarch.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-ARCHIVE RECORDING MODE IS F.
       01  FS-ENR-ARCHIVE PIC X(200).

       FD FIC-REGISTRE-AUDIT RECORDING MODE IS F.
       01  FS-ENR-REGISTRE.
           05 FS-REG-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-REG-NB      PIC 9(7).
           05 FILLER PIC X(1).
           05 FS-REG-ARCHIVE PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PURGEJRN'.
       01  WS-STATUS-RETENTION PIC XX.
       01  WS-STATUS-JOURNAL   PIC XX.
       01  WS-STATUS-NOUVEAU   PIC XX.
       01  WS-STATUS-ARCHIVE   PIC XX.
       01  WS-STATUS-REGISTRE  PIC XX.

       01  WS-NOM-JOURNAL PIC X(60).
       01  WS-NOM-NOUVEAU PIC X(60).
                       THRU 1100-NOM-NOUVEAU-FIN
                    PERFORM 2000-PURGER-JOURNAL-DEB
                       THRU 2000-PURGER-JOURNAL-FIN
                    PERFORM 2300-INSCRIRE-ARCHIVE-DEB
                       THRU 2300-INSCRIRE-ARCHIVE-FIN
                 WHEN 'RECAPJOUR'
                    ACCEPT WS-NOM-JOURNAL
                       FROM ENVIRONMENT "RECAPJOUR"
       2200-ETAT-PURGE-FIN.
           EXIT.

      * UNE ARCHIVE DU JOURNAL D'AUDIT QUI A RECU DES LIGNES EST
      * INSCRITE AU REGISTRE LU PAR AUDITVER.
       2300-INSCRIRE-ARCHIVE-DEB.
           IF WS-NB-ARCHIVEES NOT = ZERO
              OPEN EXTEND FIC-REGISTRE-AUDIT
              IF WS-STATUS-REGISTRE NOT = '00'
                 OPEN OUTPUT FIC-REGISTRE-AUDIT
              END-IF
              MOVE SPACES          TO FS-ENR-REGISTRE
              MOVE WS-DATE-JOUR-X  TO FS-REG-DATE
              MOVE WS-NB-ARCHIVEES TO FS-REG-NB
              MOVE WS-NOM-ARCHIVE  TO FS-REG-ARCHIVE
              WRITE FS-ENR-REGISTRE
              CLOSE FIC-REGISTRE-AUDIT
              DISPLAY '   ARCHIVE INSCRITE AU REGISTRE AUDITARCH'
           END-IF.
       2300-INSCRIRE-ARCHIVE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
