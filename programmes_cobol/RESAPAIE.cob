      *     LISTE D'ATTENTE D'INDEXREC LIBERE ALORS LA PLACE ET
      *     PROMEUT LA TETE DE LISTE, COMME POUR TOUTE
      *     ANNULATION.
      *     L'ECHEANCIER DES SOMMES ENCORE ATTENDUES EST ECRIT
      *     DANS RESAECHE.TXT POUR LA PREVISION DE TRESORERIE
      *     (TRESOPRV) : RESTE D'ACOMPTE (TYPE 'A', EXIGIBLE DES
      *     CE JOUR) ET RESTE DU SOLDE (TYPE 'S', A LA DATE DU
      *     SOLDE, OU CE JOUR SI ELLE EST PASSEE), DANS LA DEVISE
      *     DE LA RESERVATION. UNE RESERVATION SANS DATE DE SEJOUR
      *     N'A PAS DE DATE DE SOLDE ET SEUL SON ACOMPTE Y FIGURE ;
      *     UNE RESERVATION A ANNULER N'Y FIGURE PAS.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/resannul.txt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-ANNUL.
           SELECT FIC-ECHEANCES
              ASSIGN TO "./files/resaeche.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ECHE.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-ANNULATIONS.
       01  FS-ENREG-ANNULATION PIC X(77).

      * SOMME ATTENDUE : ECHEANCE, TYPE ('A' ACOMPTE, 'S' SOLDE),
      * RESERVATION, MONTANT ET DEVISE (A BLANC = EUROS).
       FD FIC-ECHEANCES RECORDING MODE IS F.
       01  FS-ENR-ECHEANCE.
           05 FS-ECH-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ECH-TYPE    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-ECH-CLIENT  PIC X(30).
           05 FILLER PIC X(1).
           05 FS-ECH-DEST    PIC X(20).
           05 FILLER PIC X(1).
           05 FS-ECH-MONTANT PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 FS-ECH-DEVISE  PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'RESAPAIE'.
       01  WS-FS-RESERV    PIC XX.
       01  WS-STATUS-ACPT  PIC XX.
       01  WS-STATUS-PAIE  PIC XX.
       01  WS-STATUS-ANNUL PIC XX.
       01  WS-STATUS-ECHE  PIC XX.

       01  WS-DATE-JOUR   PIC 9(8).
       01  WS-JULIEN-JOUR PIC 9(7).
       01  WS-JULIEN-SEJ  PIC 9(7).
       01  WS-JOURS-AVANT PIC S9(5).
       01  WS-JULIEN-SOLDE PIC 9(7).
       01  WS-DATE-SOLDE  PIC 9(8).

      * CONDITIONS D'ACOMPTE PAR DESTINATION ; A DEFAUT DE
      * LIGNE, 30 POURCENT ET SOLDE 30 JOURS AVANT LE SEJOUR.

       01  WS-ACOMPTE-DU  PIC 9(8)V99.
       01  WS-MONTANT-DU  PIC 9(8)V99.
       01  WS-RESTE-ACOMPTE PIC 9(8)V99.
       01  WS-RESTE-SOLDE   PIC 9(8)V99.
       01  WS-ED-DU   PIC ZZZZZZZ9.99.
       01  WS-ED-PAYE PIC ZZZZZZZ9.99.

           05 WS-NB-RESERV-LUES PIC 9(5) VALUE 0.
           05 WS-NB-EN-RETARD   PIC 9(5) VALUE 0.
           05 WS-NB-A-ANNULER   PIC 9(5) VALUE 0.
           05 WS-NB-ECHEANCES   PIC 9(5) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN OUTPUT FIC-ANNULATIONS.
           OPEN OUTPUT FIC-ECHEANCES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SUIVI DES ACOMPTES AU ' WS-DATE-JOUR ' :'.
           PERFORM 2010-UNE-RESERVATION-DEB
              UNTIL WS-FS-RESERV NOT = '00'.
           CLOSE FRESERV.
           CLOSE FIC-ANNULATIONS.
           CLOSE FIC-ECHEANCES.
       2000-CONTROLER-RESERVATIONS-FIN.
           EXIT.

           COMPUTE WS-ACOMPTE-DU ROUNDED =
                   FS-FRAIS-RESERV-FA * WS-PCT-RETENU / 100.
           MOVE WS-ACOMPTE-DU TO WS-MONTANT-DU.
           MOVE 0 TO WS-DATE-SOLDE.
           IF FS-DATE-SEJOUR-FA IS NUMERIC
              AND FS-DATE-SEJOUR-FA > 0
              COMPUTE WS-JULIEN-SEJ =
                      WS-JULIEN-SEJ - WS-JULIEN-JOUR
              IF WS-JOURS-AVANT <= WS-JOURS-RETENUS
                 MOVE FS-FRAIS-RESERV-FA TO WS-MONTANT-DU
                 MOVE WS-DATE-JOUR TO WS-DATE-SOLDE
              ELSE
                 COMPUTE WS-JULIEN-SOLDE =
                         WS-JULIEN-SEJ - WS-JOURS-RETENUS
                 COMPUTE WS-DATE-SOLDE =
                         FUNCTION DATE-OF-INTEGER(WS-JULIEN-SOLDE)
              END-IF
           END-IF.

                         'RENDUE AU QUOTA'
              END-IF
           END-IF.
           IF WS-PAYE > 0 OR WS-PAYE NOT < WS-MONTANT-DU
              PERFORM 2200-ECRIRE-ECHEANCES-DEB
                 THRU 2200-ECRIRE-ECHEANCES-FIN
           END-IF.
       2100-CONTROLER-UNE-FIN.
           EXIT.

       2120-CUMULER-PAYE-FIN.
           EXIT.

      * RESTE D'ACOMPTE EXIGIBLE CE JOUR, PUIS RESTE DU SOLDE A SA
      * DATE (LES PAIEMENTS COUVRENT D'ABORD L'ACOMPTE).
       2200-ECRIRE-ECHEANCES-DEB.
           MOVE 0 TO WS-RESTE-ACOMPTE.
           IF WS-PAYE < WS-ACOMPTE-DU
              COMPUTE WS-RESTE-ACOMPTE = WS-ACOMPTE-DU - WS-PAYE
           END-IF.
           IF WS-RESTE-ACOMPTE > 0
              MOVE SPACES             TO FS-ENR-ECHEANCE
              MOVE WS-DATE-JOUR       TO FS-ECH-DATE
              MOVE 'A'                TO FS-ECH-TYPE
              MOVE FS-NOM-CLIENT-FA   TO FS-ECH-CLIENT
              MOVE FS-NOM-DEST-FA     TO FS-ECH-DEST
              MOVE WS-RESTE-ACOMPTE   TO FS-ECH-MONTANT
              MOVE FS-DEVISE-FA       TO FS-ECH-DEVISE
              WRITE FS-ENR-ECHEANCE
              ADD 1 TO WS-NB-ECHEANCES
           END-IF.
           IF WS-DATE-SOLDE NOT = 0
              MOVE 0 TO WS-RESTE-SOLDE
              IF WS-PAYE < FS-FRAIS-RESERV-FA
                 COMPUTE WS-RESTE-SOLDE =
                         FS-FRAIS-RESERV-FA - WS-PAYE - WS-RESTE-ACOMPTE
              END-IF
              IF WS-RESTE-SOLDE > 0
                 MOVE SPACES             TO FS-ENR-ECHEANCE
                 MOVE WS-DATE-SOLDE      TO FS-ECH-DATE
                 MOVE 'S'                TO FS-ECH-TYPE
                 MOVE FS-NOM-CLIENT-FA   TO FS-ECH-CLIENT
                 MOVE FS-NOM-DEST-FA     TO FS-ECH-DEST
                 MOVE WS-RESTE-SOLDE     TO FS-ECH-MONTANT
                 MOVE FS-DEVISE-FA       TO FS-ECH-DEVISE
                 WRITE FS-ENR-ECHEANCE
                 ADD 1 TO WS-NB-ECHEANCES
              END-IF
           END-IF.
       2200-ECRIRE-ECHEANCES-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY 'RESERVATIONS SUIVIES : ' WS-NB-RESERV-LUES.
           DISPLAY 'EN RETARD DE PAIEMENT: ' WS-NB-EN-RETARD.
           DISPLAY 'ANNULATIONS EMISES   : ' WS-NB-A-ANNULER.
           DISPLAY 'ECHEANCES ATTENDUES  : ' WS-NB-ECHEANCES.
           DISPLAY 'VERSER RESANNUL.TXT AU FICHIER DES '
                   'RESERVATIONS POUR LE PROCHAIN INDEXREC'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
