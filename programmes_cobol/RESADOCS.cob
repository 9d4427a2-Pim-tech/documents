       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESADOCS.

      *********************************************************
      *     DOCUMENTS DE RESERVATION : CONFIRMATIONS, BONS
      *     D'ECHANGE ET LETTRES DE LISTE D'ATTENTE.
      *
      *     LE CLIENT NE RECEVAIT RIEN DE CE QU'INDEXREC ET
      *     RESAPAIE CALCULENT. CE PROGRAMME RELIT :
      *       - LES RESERVATIONS (AFFECTATION RESERVA, FORMAT
      *         D'INDEXREC, DATE DE SEJOUR FACULTATIVE),
      *       - LE CALENDRIER DES SAISONS (AFFECTATION SAISONS),
      *         POUR LE PRIX DE SAISON A LA DATE DU SEJOUR,
      *       - LA LISTE D'ATTENTE (AFFECTATION WAITLST) ET LES
      *         PROMOTIONS DU DERNIER INDEXREC (AFFECTATION
      *         PROMUES),
      *       - LES CONDITIONS D'ACOMPTE (ACOMPTES.TXT) ET LES
      *         PAIEMENTS RECUS (RESAPAIE.TXT), COMME RESAPAIE,
      *     ET ECRIT DANS RESADOCS.TXT UN DOCUMENT PAR
      *     MOUVEMENT, A METTRE EN PAGE PAR LE PUBLIPOSTAGE :
      *       'R' CONFIRMATION DE RESERVATION : CLIENT,
      *           DESTINATION, DATE DE SEJOUR, PARTICIPANTS, PRIX
      *           DE SAISON ET DEVISE, ACOMPTE DU ET DATE DU SOLDE
      *           (SEJOUR MOINS LE DELAI DE LA DESTINATION, CE
      *           JOUR S'IL EST PASSE, A ZERO SANS DATE DE SEJOUR),
      *       'P' LA MEME CONFIRMATION POUR UNE RESERVATION
      *           PROMUE DEPUIS LA LISTE D'ATTENTE,
      *       'A' CONFIRMATION D'AVENANT (AJUSTEMENT ET SON SENS),
      *       'C' CONFIRMATION D'ANNULATION,
      *       'L' LETTRE DE LISTE D'ATTENTE, AVEC LE RANG DANS LA
      *           LISTE DE LA DESTINATION (PAS D'ACOMPTE DEMANDE),
      *       'V' BON D'ECHANGE, EN PLUS DE LA CONFIRMATION, POUR
      *           UNE RESERVATION ENTIEREMENT PAYEE.
      *     L'ACOMPTE ET LE CONTROLE DU PAIEMENT COMPLET PORTENT
      *     SUR LE PRIX DE SAISON. UNE ENTREE DE LISTE D'ATTENTE
      *     OU DE PROMOTION NE SERT QU'A UNE RESERVATION (MEME
      *     CLIENT ET MEME DESTINATION, DANS L'ORDRE).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRESERV ASSIGN TO RESERVA
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-RESERV.
           SELECT FSAISONS ASSIGN TO SAISONS
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-SAISONS.
           SELECT FWAITLST ASSIGN TO WAITLST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-WAITLST.
           SELECT FPROMUES ASSIGN TO PROMUES
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-PROMUES.
           SELECT FIC-ACOMPTES
              ASSIGN TO "./files/acomptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ACPT.
           SELECT FIC-PAIEMENTS
              ASSIGN TO "./files/resapaie.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PAIE.
           SELECT FIC-DOCUMENTS
              ASSIGN TO "./files/resadocs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DOCS.

       DATA DIVISION.
       FILE SECTION.
      *    FORMAT DES RESERVATIONS D'INDEXREC, AVEC LA DATE DE
      *    SEJOUR FACULTATIVE EN FIN D'ENREGISTREMENT.
       FD FRESERV.
       01  FS-ENREG-CLIENT-FA.
           05 FS-NOM-CLIENT-FA   PIC X(30).
           05 FS-NOM-DEST-FA     PIC X(20).
           05 FS-FRAIS-RESERV-FA PIC 9(5)V99.
           05 FS-NB-HOMMES-FA    PIC 99.
           05 FS-NB-DAMES-FA     PIC 99.
           05 FS-NB-ENFANTS-FA   PIC 99.
           05 FS-CATEGORIE-FA    PIC X.
               88 TOURISTE VALUE "T".
           05 FS-TYPE-ENR-FA     PIC X.
               88 RESERVATION VALUE "R" " ".
               88 AVENANT     VALUE "A".
               88 ANNULATION  VALUE "C".
           05 FS-SENS-AJUST-FA   PIC X.
           05 FS-DEVISE-FA       PIC X(3).
           05 FS-DATE-SEJOUR-FA  PIC 9(8).

      *    CALENDRIER DES SAISONS D'INDEXREC : DESTINATION, BANDE
      *    DE DATES ET COEFFICIENT DE PRIX.
       FD FSAISONS.
       01  FS-ENREG-SAISON.
           05 FS-SAI-DEST  PIC X(20).
           05 FILLER PIC X(1).
           05 FS-SAI-DU    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SAI-AU    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SAI-COEFF PIC 9V99.

      *    LISTE D'ATTENTE ET PROMOTIONS D'INDEXREC (MEME FORMAT,
      *    GROUPEES PAR DESTINATION DANS L'ORDRE D'ARRIVEE).
       FD FWAITLST.
       01  FS-ENREG-WAITLST.
           05 FS-WLS-DEST    PIC X(20).
           05 FILLER PIC X(1).
           05 FS-WLS-CLIENT  PIC X(30).
           05 FILLER PIC X(1).
           05 FS-WLS-PLACES  PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-WLS-MONTANT PIC 9(8)V99.

       FD FPROMUES.
       01  FS-ENREG-PROMUES.
           05 FS-PRO-DEST    PIC X(20).
           05 FILLER PIC X(1).
           05 FS-PRO-CLIENT  PIC X(30).
           05 FILLER PIC X(1).
           05 FS-PRO-PLACES  PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-PRO-MONTANT PIC 9(8)V99.

       FD FIC-ACOMPTES RECORDING MODE IS F.
       01  FS-ENR-ACOMPTE.
           05 FS-ACP-DEST  PIC X(20).
           05 FILLER PIC X(1).
           05 FS-ACP-PCT   PIC 99.
           05 FILLER PIC X(1).
           05 FS-ACP-JOURS PIC 9(3).

       FD FIC-PAIEMENTS RECORDING MODE IS F.
       01  FS-ENR-PAIEMENT.
           05 FS-PAI-CLIENT  PIC X(30).
           05 FILLER PIC X(1).
           05 FS-PAI-DEST    PIC X(20).
           05 FILLER PIC X(1).
           05 FS-PAI-MONTANT PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 FS-PAI-DATE    PIC 9(8).

      * DOCUMENT A EDITER : DATE, TYPE (VOIR CI-DESSUS), CLIENT,
      * DESTINATION, DATE DE SEJOUR, PARTICIPANTS, PRIX DE SAISON
      * (OU AJUSTEMENT, OU MONTANT ANNULE) ET SENS D'AVENANT,
      * DEVISE (A BLANC = EUROS), ACOMPTE DU, DATE DU SOLDE, DEJA
      * PAYE ET RANG EN LISTE D'ATTENTE.
       FD FIC-DOCUMENTS RECORDING MODE IS F.
       01  FS-ENR-DOCUMENT.
           05 FS-DOC-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DOC-TYPE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-DOC-CLIENT   PIC X(30).
           05 FILLER PIC X(1).
           05 FS-DOC-DEST     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-DOC-SEJOUR   PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DOC-HOMMES   PIC 99.
           05 FILLER PIC X(1).
           05 FS-DOC-DAMES    PIC 99.
           05 FILLER PIC X(1).
           05 FS-DOC-ENFANTS  PIC 99.
           05 FILLER PIC X(1).
           05 FS-DOC-PRIX     PIC 9(8)V99.
           05 FS-DOC-SENS     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-DOC-DEVISE   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-DOC-ACOMPTE  PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 FS-DOC-SOLDE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DOC-PAYE     PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 FS-DOC-RANG     PIC 99.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'RESADOCS'.
       01  WS-FS-RESERV    PIC XX.
       01  WS-FS-SAISONS   PIC XX.
       01  WS-FS-WAITLST   PIC XX.
       01  WS-FS-PROMUES   PIC XX.
       01  WS-STATUS-ACPT  PIC XX.
       01  WS-STATUS-PAIE  PIC XX.
       01  WS-STATUS-DOCS  PIC XX.

       01  WS-DATE-JOUR   PIC 9(8).
       01  WS-JULIEN-JOUR PIC 9(7).
       01  WS-JULIEN-SEJ  PIC 9(7).
       01  WS-JOURS-AVANT PIC S9(5).
       01  WS-JULIEN-SOLDE PIC 9(7).
       01  WS-DATE-SOLDE  PIC 9(8).

      * BANDES DE SAISON ; SANS CALENDRIER, COEFFICIENT 1.
       01  WS-SAISONS.
           05 WS-NB-SAISONS PIC 99 VALUE 0.
           05 WS-SAI OCCURS 50 TIMES.
               10 WS-SAI-DEST  PIC X(20).
               10 WS-SAI-DU    PIC 9(8).
               10 WS-SAI-AU    PIC 9(8).
               10 WS-SAI-COEFF PIC 9V99.
       01  WS-IND-SAI      PIC 99.
       01  WS-COEFF-RETENU PIC 9V99.

      * LISTE D'ATTENTE ET PROMOTIONS, AVEC LE RANG DANS LA LISTE
      * DE LA DESTINATION ET UN TEMOIN D'ENTREE DEJA SERVIE.
       01  WS-ATTENTES.
           05 WS-NB-ATTENTES PIC 9(3) VALUE 0.
           05 WS-ATT OCCURS 200 TIMES.
               10 WS-ATT-DEST   PIC X(20).
               10 WS-ATT-CLIENT PIC X(30).
               10 WS-ATT-RANG   PIC 99.
               10 WS-ATT-SERVIE PIC X.
       01  WS-PROMOTIONS.
           05 WS-NB-PROMOTIONS PIC 9(3) VALUE 0.
           05 WS-PRO OCCURS 200 TIMES.
               10 WS-PRO-DEST   PIC X(20).
               10 WS-PRO-CLIENT PIC X(30).
               10 WS-PRO-SERVIE PIC X.
       01  WS-IND-ATT        PIC 9(3).
       01  WS-IND-ATT-TROUVE PIC 9(3).
       01  WS-IND-PRO        PIC 9(3).
       01  WS-IND-PRO-TROUVE PIC 9(3).
       01  WS-DEST-PRECEDENTE PIC X(20).
       01  WS-RANG-COURANT   PIC 99.

      * CONDITIONS D'ACOMPTE PAR DESTINATION ; A DEFAUT DE
      * LIGNE, 30 POURCENT ET SOLDE 30 JOURS AVANT LE SEJOUR
      * (MEMES DEFAUTS QUE RESAPAIE).
       01  WS-ACOMPTES.
           05 WS-NB-ACOMPTES PIC 99 VALUE 0.
           05 WS-ACP OCCURS 50 TIMES.
               10 WS-ACP-DEST  PIC X(20).
               10 WS-ACP-PCT   PIC 99.
               10 WS-ACP-JOURS PIC 9(3).
       01  WS-IND-ACP      PIC 99.
       01  WS-PCT-DEFAUT   PIC 99 VALUE 30.
       01  WS-JOURS-DEFAUT PIC 9(3) VALUE 30.
       01  WS-PCT-RETENU   PIC 99.
       01  WS-JOURS-RETENUS PIC 9(3).

      * PAIEMENTS RECUS, CUMULES PAR (CLIENT, DESTINATION).
       01  WS-PAIEMENTS.
           05 WS-NB-PAIEMENTS PIC 9(3) VALUE 0.
           05 WS-PAI OCCURS 200 TIMES.
               10 WS-PAI-CLIENT  PIC X(30).
               10 WS-PAI-DEST    PIC X(20).
               10 WS-PAI-MONTANT PIC 9(8)V99.
       01  WS-IND-PAI        PIC 9(3).
       01  WS-IND-PAI-TROUVE PIC 9(3).
       01  WS-PAYE           PIC 9(8)V99.

       01  WS-PRIX-SAISON PIC 9(8)V99.
       01  WS-ACOMPTE-DU  PIC 9(8)V99.
       01  WS-TYPE-DOC    PIC X.
       01  WS-ED-PRIX     PIC ZZZZZZZ9.99.

       01  WS-COMPTEURS.
           05 WS-NB-RESERV-LUES  PIC 9(5) VALUE 0.
           05 WS-NB-CONFIRMEES   PIC 9(5) VALUE 0.
           05 WS-NB-PROMUES      PIC 9(5) VALUE 0.
           05 WS-NB-AVENANTS     PIC 9(5) VALUE 0.
           05 WS-NB-ANNULEES     PIC 9(5) VALUE 0.
           05 WS-NB-EN-ATTENTE   PIC 9(5) VALUE 0.
           05 WS-NB-BONS         PIC 9(5) VALUE 0.
           05 WS-NB-DOCUMENTS    PIC 9(5) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
       01  WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01  WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-RESADOCS-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JULIEN-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           PERFORM 1000-CHARGER-SAISONS-DEB
              THRU 1000-CHARGER-SAISONS-FIN.
           PERFORM 1100-CHARGER-ATTENTES-DEB
              THRU 1100-CHARGER-ATTENTES-FIN.
           PERFORM 1200-CHARGER-PROMOTIONS-DEB
              THRU 1200-CHARGER-PROMOTIONS-FIN.
           PERFORM 1300-CHARGER-ACOMPTES-DEB
              THRU 1300-CHARGER-ACOMPTES-FIN.
           PERFORM 1400-CHARGER-PAIEMENTS-DEB
              THRU 1400-CHARGER-PAIEMENTS-FIN.
           PERFORM 2000-EDITER-DOCUMENTS-DEB
              THRU 2000-EDITER-DOCUMENTS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-RESADOCS-FIN.
           EXIT.

       1000-CHARGER-SAISONS-DEB.
           OPEN INPUT FSAISONS.
           IF WS-FS-SAISONS = '00'
              PERFORM 1010-CHARGER-SAISON-DEB
                 THRU 1010-CHARGER-SAISON-FIN
                 UNTIL WS-FS-SAISONS NOT = '00'
              CLOSE FSAISONS
              DISPLAY WS-NB-SAISONS ' BANDE(S) DE SAISON'
           ELSE
              DISPLAY 'PAS DE CALENDRIER DES SAISONS, PRIX '
                      'UNIFORMES TOUTE L''ANNEE'
           END-IF.
       1000-CHARGER-SAISONS-FIN.
           EXIT.

       1010-CHARGER-SAISON-DEB.
           READ FSAISONS
              AT END
                 MOVE '10' TO WS-FS-SAISONS
           END-READ.
           IF WS-FS-SAISONS = '00'
              IF WS-NB-SAISONS < 50
                 ADD 1 TO WS-NB-SAISONS
                 MOVE FS-SAI-DEST  TO WS-SAI-DEST(WS-NB-SAISONS)
                 MOVE FS-SAI-DU    TO WS-SAI-DU(WS-NB-SAISONS)
                 MOVE FS-SAI-AU    TO WS-SAI-AU(WS-NB-SAISONS)
                 MOVE FS-SAI-COEFF TO WS-SAI-COEFF(WS-NB-SAISONS)
              END-IF
           END-IF.
       1010-CHARGER-SAISON-FIN.
           EXIT.

      * LE RANG REPART A 1 A CHAQUE CHANGEMENT DE DESTINATION
      * (INDEXREC ECRIT LA LISTE GROUPEE PAR DESTINATION).
       1100-CHARGER-ATTENTES-DEB.
           MOVE SPACES TO WS-DEST-PRECEDENTE.
           MOVE 0 TO WS-RANG-COURANT.
           OPEN INPUT FWAITLST.
           IF WS-FS-WAITLST = '00'
              PERFORM 1110-CHARGER-ATTENTE-DEB
                 THRU 1110-CHARGER-ATTENTE-FIN
                 UNTIL WS-FS-WAITLST NOT = '00'
              CLOSE FWAITLST
              DISPLAY WS-NB-ATTENTES ' RESERVATION(S) EN LISTE '
                      'D''ATTENTE'
           ELSE
              DISPLAY 'PAS DE LISTE D''ATTENTE'
           END-IF.
       1100-CHARGER-ATTENTES-FIN.
           EXIT.

       1110-CHARGER-ATTENTE-DEB.
           READ FWAITLST
              AT END
                 MOVE '10' TO WS-FS-WAITLST
           END-READ.
           IF WS-FS-WAITLST = '00'
              IF FS-WLS-DEST NOT = WS-DEST-PRECEDENTE
                 MOVE FS-WLS-DEST TO WS-DEST-PRECEDENTE
                 MOVE 0 TO WS-RANG-COURANT
              END-IF
              IF WS-RANG-COURANT < 99
                 ADD 1 TO WS-RANG-COURANT
              END-IF
              IF WS-NB-ATTENTES < 200
                 ADD 1 TO WS-NB-ATTENTES
                 MOVE FS-WLS-DEST     TO WS-ATT-DEST(WS-NB-ATTENTES)
                 MOVE FS-WLS-CLIENT   TO WS-ATT-CLIENT(WS-NB-ATTENTES)
                 MOVE WS-RANG-COURANT TO WS-ATT-RANG(WS-NB-ATTENTES)
                 MOVE 'N'             TO WS-ATT-SERVIE(WS-NB-ATTENTES)
              ELSE
                 DISPLAY 'TABLE D''ATTENTE PLEINE (200), PAS DE '
                         'LETTRE POUR ' FS-WLS-CLIENT
              END-IF
           END-IF.
       1110-CHARGER-ATTENTE-FIN.
           EXIT.

       1200-CHARGER-PROMOTIONS-DEB.
           OPEN INPUT FPROMUES.
           IF WS-FS-PROMUES = '00'
              PERFORM 1210-CHARGER-PROMOTION-DEB
                 THRU 1210-CHARGER-PROMOTION-FIN
                 UNTIL WS-FS-PROMUES NOT = '00'
              CLOSE FPROMUES
              DISPLAY WS-NB-PROMOTIONS ' PROMOTION(S) DEPUIS LA '
                      'LISTE D''ATTENTE'
           ELSE
              DISPLAY 'PAS DE FICHIER DES PROMOTIONS'
           END-IF.
       1200-CHARGER-PROMOTIONS-FIN.
           EXIT.

       1210-CHARGER-PROMOTION-DEB.
           READ FPROMUES
              AT END
                 MOVE '10' TO WS-FS-PROMUES
           END-READ.
           IF WS-FS-PROMUES = '00'
              IF WS-NB-PROMOTIONS < 200
                 ADD 1 TO WS-NB-PROMOTIONS
                 MOVE FS-PRO-DEST   TO WS-PRO-DEST(WS-NB-PROMOTIONS)
                 MOVE FS-PRO-CLIENT
                   TO WS-PRO-CLIENT(WS-NB-PROMOTIONS)
                 MOVE 'N'           TO WS-PRO-SERVIE(WS-NB-PROMOTIONS)
              END-IF
           END-IF.
       1210-CHARGER-PROMOTION-FIN.
           EXIT.

       1300-CHARGER-ACOMPTES-DEB.
           OPEN INPUT FIC-ACOMPTES.
           IF WS-STATUS-ACPT = '00'
              PERFORM 1310-CHARGER-ACOMPTE-DEB
                 THRU 1310-CHARGER-ACOMPTE-FIN
                 UNTIL WS-STATUS-ACPT NOT = '00'
              CLOSE FIC-ACOMPTES
              DISPLAY WS-NB-ACOMPTES ' CONDITION(S) D''ACOMPTE'
           ELSE
              DISPLAY 'PAS DE CONDITIONS D''ACOMPTE, DEFAUTS '
                      'APPLIQUES (' WS-PCT-DEFAUT ' %, SOLDE A '
                      WS-JOURS-DEFAUT ' JOURS)'
           END-IF.
       1300-CHARGER-ACOMPTES-FIN.
           EXIT.

       1310-CHARGER-ACOMPTE-DEB.
           READ FIC-ACOMPTES
              AT END
                 MOVE '10' TO WS-STATUS-ACPT
           END-READ.
           IF WS-STATUS-ACPT = '00'
              IF WS-NB-ACOMPTES < 50
                 ADD 1 TO WS-NB-ACOMPTES
                 MOVE FS-ACP-DEST  TO WS-ACP-DEST(WS-NB-ACOMPTES)
                 MOVE FS-ACP-PCT   TO WS-ACP-PCT(WS-NB-ACOMPTES)
                 MOVE FS-ACP-JOURS TO WS-ACP-JOURS(WS-NB-ACOMPTES)
              END-IF
           END-IF.
       1310-CHARGER-ACOMPTE-FIN.
           EXIT.

       1400-CHARGER-PAIEMENTS-DEB.
           OPEN INPUT FIC-PAIEMENTS.
           IF WS-STATUS-PAIE = '00'
              PERFORM 1410-CHARGER-PAIEMENT-DEB
                 THRU 1410-CHARGER-PAIEMENT-FIN
                 UNTIL WS-STATUS-PAIE NOT = '00'
              CLOSE FIC-PAIEMENTS
              DISPLAY WS-NB-PAIEMENTS ' LIGNE(S) DE PAIEMENT'
           ELSE
              DISPLAY 'PAS DE FICHIER DE PAIEMENTS, AUCUN BON '
                      'D''ECHANGE NE SERA EMIS'
           END-IF.
       1400-CHARGER-PAIEMENTS-FIN.
           EXIT.

       1410-CHARGER-PAIEMENT-DEB.
           READ FIC-PAIEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-PAIE
           END-READ.
           IF WS-STATUS-PAIE = '00'
              MOVE 0 TO WS-IND-PAI-TROUVE
              PERFORM 1420-CHERCHER-PAIEMENT-DEB
                 THRU 1420-CHERCHER-PAIEMENT-FIN
                 VARYING WS-IND-PAI FROM 1 BY 1
                 UNTIL WS-IND-PAI > WS-NB-PAIEMENTS
                 OR WS-IND-PAI-TROUVE > 0
              IF WS-IND-PAI-TROUVE > 0
                 ADD FS-PAI-MONTANT
                    TO WS-PAI-MONTANT(WS-IND-PAI-TROUVE)
              ELSE
                 IF WS-NB-PAIEMENTS < 200
                    ADD 1 TO WS-NB-PAIEMENTS
                    MOVE FS-PAI-CLIENT
                      TO WS-PAI-CLIENT(WS-NB-PAIEMENTS)
                    MOVE FS-PAI-DEST
                      TO WS-PAI-DEST(WS-NB-PAIEMENTS)
                    MOVE FS-PAI-MONTANT
                      TO WS-PAI-MONTANT(WS-NB-PAIEMENTS)
                 END-IF
              END-IF
           END-IF.
       1410-CHARGER-PAIEMENT-FIN.
           EXIT.

       1420-CHERCHER-PAIEMENT-DEB.
           IF WS-PAI-CLIENT(WS-IND-PAI) = FS-PAI-CLIENT
              AND WS-PAI-DEST(WS-IND-PAI) = FS-PAI-DEST
              MOVE WS-IND-PAI TO WS-IND-PAI-TROUVE
           END-IF.
       1420-CHERCHER-PAIEMENT-FIN.
           EXIT.

       2000-EDITER-DOCUMENTS-DEB.
           OPEN INPUT FRESERV.
           IF WS-FS-RESERV NOT = '00'
              DISPLAY 'FICHIER DES RESERVATIONS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN OUTPUT FIC-DOCUMENTS.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'DOCUMENTS DE RESERVATION DU ' WS-DATE-JOUR ' :'.
           PERFORM 2010-UNE-RESERVATION-DEB
              THRU 2010-UNE-RESERVATION-FIN
              UNTIL WS-FS-RESERV NOT = '00'.
           CLOSE FRESERV.
           CLOSE FIC-DOCUMENTS.
       2000-EDITER-DOCUMENTS-FIN.
           EXIT.

       2010-UNE-RESERVATION-DEB.
           READ FRESERV
              AT END
                 MOVE '10' TO WS-FS-RESERV
           END-READ.
           IF WS-FS-RESERV = '00'
              IF TOURISTE
                 ADD 1 TO WS-NB-RESERV-LUES
                 PERFORM 2100-PRIX-SAISON-DEB
                    THRU 2100-PRIX-SAISON-FIN
                 EVALUATE TRUE
                    WHEN ANNULATION
                       PERFORM 2400-ANNULATION-DEB
                          THRU 2400-ANNULATION-FIN
                    WHEN AVENANT
                       PERFORM 2300-AVENANT-DEB
                          THRU 2300-AVENANT-FIN
                    WHEN OTHER
                       PERFORM 2200-RESERVATION-DEB
                          THRU 2200-RESERVATION-FIN
                 END-EVALUATE
              END-IF
           END-IF.
       2010-UNE-RESERVATION-FIN.
           EXIT.

      * PRIX DE SAISON = MONTANT DE LA RESERVATION (DANS SA DEVISE)
      * X COEFFICIENT DE LA BANDE COUVRANT LA DATE DE SEJOUR.
       2100-PRIX-SAISON-DEB.
           MOVE 1 TO WS-COEFF-RETENU.
           IF FS-DATE-SEJOUR-FA IS NUMERIC
              AND FS-DATE-SEJOUR-FA > 0
              PERFORM 2110-CHERCHER-SAISON-DEB
                 THRU 2110-CHERCHER-SAISON-FIN
                 VARYING WS-IND-SAI FROM 1 BY 1
                 UNTIL WS-IND-SAI > WS-NB-SAISONS
           END-IF.
           COMPUTE WS-PRIX-SAISON ROUNDED =
                   FS-FRAIS-RESERV-FA * WS-COEFF-RETENU.
       2100-PRIX-SAISON-FIN.
           EXIT.

       2110-CHERCHER-SAISON-DEB.
           IF WS-SAI-DEST(WS-IND-SAI) = FS-NOM-DEST-FA
              AND FS-DATE-SEJOUR-FA NOT < WS-SAI-DU(WS-IND-SAI)
              AND FS-DATE-SEJOUR-FA NOT > WS-SAI-AU(WS-IND-SAI)
              MOVE WS-SAI-COEFF(WS-IND-SAI) TO WS-COEFF-RETENU
           END-IF.
       2110-CHERCHER-SAISON-FIN.
           EXIT.

      * RESERVATION : RESTEE EN LISTE D'ATTENTE, ELLE RECOIT LA
      * LETTRE D'ATTENTE ET RIEN D'AUTRE ; SINON CONFIRMATION
      * (OU CONFIRMATION DE PROMOTION), PUIS BON D'ECHANGE SI LE
      * PRIX DE SAISON EST ENTIEREMENT PAYE.
       2200-RESERVATION-DEB.
           MOVE 0 TO WS-IND-ATT-TROUVE.
           PERFORM 2210-CHERCHER-ATTENTE-DEB
              THRU 2210-CHERCHER-ATTENTE-FIN
              VARYING WS-IND-ATT FROM 1 BY 1
              UNTIL WS-IND-ATT > WS-NB-ATTENTES
              OR WS-IND-ATT-TROUVE > 0.
           IF WS-IND-ATT-TROUVE > 0
              MOVE 'O' TO WS-ATT-SERVIE(WS-IND-ATT-TROUVE)
              PERFORM 2500-PREPARER-DOCUMENT-DEB
                 THRU 2500-PREPARER-DOCUMENT-FIN
              MOVE 'L' TO FS-DOC-TYPE
              MOVE WS-ATT-RANG(WS-IND-ATT-TROUVE) TO FS-DOC-RANG
              PERFORM 2600-ECRIRE-DOCUMENT-DEB
                 THRU 2600-ECRIRE-DOCUMENT-FIN
              ADD 1 TO WS-NB-EN-ATTENTE
              DISPLAY FS-NOM-CLIENT-FA ' / ' FS-NOM-DEST-FA
                      ' : LETTRE D''ATTENTE, RANG '
                      WS-ATT-RANG(WS-IND-ATT-TROUVE)
           ELSE

              MOVE 0 TO WS-IND-PRO-TROUVE
              PERFORM 2220-CHERCHER-PROMOTION-DEB
                 THRU 2220-CHERCHER-PROMOTION-FIN
                 VARYING WS-IND-PRO FROM 1 BY 1
                 UNTIL WS-IND-PRO > WS-NB-PROMOTIONS
                 OR WS-IND-PRO-TROUVE > 0
              IF WS-IND-PRO-TROUVE > 0
                 MOVE 'O' TO WS-PRO-SERVIE(WS-IND-PRO-TROUVE)
                 MOVE 'P' TO WS-TYPE-DOC
                 ADD 1 TO WS-NB-PROMUES
              ELSE
                 MOVE 'R' TO WS-TYPE-DOC
                 ADD 1 TO WS-NB-CONFIRMEES
              END-IF

              PERFORM 2230-ACOMPTE-SOLDE-DEB
                 THRU 2230-ACOMPTE-SOLDE-FIN
              PERFORM 2500-PREPARER-DOCUMENT-DEB
                 THRU 2500-PREPARER-DOCUMENT-FIN
              MOVE WS-TYPE-DOC   TO FS-DOC-TYPE
              MOVE WS-ACOMPTE-DU TO FS-DOC-ACOMPTE
              MOVE WS-DATE-SOLDE TO FS-DOC-SOLDE
              MOVE WS-PAYE       TO FS-DOC-PAYE
              PERFORM 2600-ECRIRE-DOCUMENT-DEB
                 THRU 2600-ECRIRE-DOCUMENT-FIN
              MOVE WS-PRIX-SAISON TO WS-ED-PRIX
              IF WS-TYPE-DOC = 'P'
                 DISPLAY FS-NOM-CLIENT-FA ' / ' FS-NOM-DEST-FA
                         ' : PROMOTION CONFIRMEE, ' WS-ED-PRIX ' '
                         FS-DEVISE-FA
              ELSE
                 DISPLAY FS-NOM-CLIENT-FA ' / ' FS-NOM-DEST-FA
                         ' : CONFIRMATION, ' WS-ED-PRIX ' '
                         FS-DEVISE-FA
              END-IF

              IF WS-PAYE NOT < WS-PRIX-SAISON
                 MOVE 'V' TO FS-DOC-TYPE
                 PERFORM 2600-ECRIRE-DOCUMENT-DEB
                    THRU 2600-ECRIRE-DOCUMENT-FIN
                 ADD 1 TO WS-NB-BONS
                 DISPLAY '   ENTIEREMENT PAYEE : BON D''ECHANGE EMIS'
              END-IF
           END-IF.
       2200-RESERVATION-FIN.
           EXIT.

       2210-CHERCHER-ATTENTE-DEB.
           IF WS-ATT-SERVIE(WS-IND-ATT) = 'N'
              AND WS-ATT-CLIENT(WS-IND-ATT) = FS-NOM-CLIENT-FA
              AND WS-ATT-DEST(WS-IND-ATT) = FS-NOM-DEST-FA
              MOVE WS-IND-ATT TO WS-IND-ATT-TROUVE
           END-IF.
       2210-CHERCHER-ATTENTE-FIN.
           EXIT.

       2220-CHERCHER-PROMOTION-DEB.
           IF WS-PRO-SERVIE(WS-IND-PRO) = 'N'
              AND WS-PRO-CLIENT(WS-IND-PRO) = FS-NOM-CLIENT-FA
              AND WS-PRO-DEST(WS-IND-PRO) = FS-NOM-DEST-FA
              MOVE WS-IND-PRO TO WS-IND-PRO-TROUVE
           END-IF.
       2220-CHERCHER-PROMOTION-FIN.
           EXIT.

      * ACOMPTE DU ET DATE DU SOLDE, MEME REGLE QUE RESAPAIE MAIS
      * SUR LE PRIX DE SAISON ; PAIEMENTS DEJA RECUS.
       2230-ACOMPTE-SOLDE-DEB.
           MOVE WS-PCT-DEFAUT   TO WS-PCT-RETENU.
           MOVE WS-JOURS-DEFAUT TO WS-JOURS-RETENUS.
           PERFORM 2240-CHERCHER-CONDITION-DEB
              THRU 2240-CHERCHER-CONDITION-FIN
              VARYING WS-IND-ACP FROM 1 BY 1
              UNTIL WS-IND-ACP > WS-NB-ACOMPTES.
           COMPUTE WS-ACOMPTE-DU ROUNDED =
                   WS-PRIX-SAISON * WS-PCT-RETENU / 100.
           MOVE 0 TO WS-DATE-SOLDE.
           IF FS-DATE-SEJOUR-FA IS NUMERIC
              AND FS-DATE-SEJOUR-FA > 0
              COMPUTE WS-JULIEN-SEJ =
                      FUNCTION INTEGER-OF-DATE(FS-DATE-SEJOUR-FA)
              COMPUTE WS-JOURS-AVANT =
                      WS-JULIEN-SEJ - WS-JULIEN-JOUR
              IF WS-JOURS-AVANT <= WS-JOURS-RETENUS
                 MOVE WS-DATE-JOUR TO WS-DATE-SOLDE
              ELSE
                 COMPUTE WS-JULIEN-SOLDE =
                         WS-JULIEN-SEJ - WS-JOURS-RETENUS
                 COMPUTE WS-DATE-SOLDE =
                         FUNCTION DATE-OF-INTEGER(WS-JULIEN-SOLDE)
              END-IF
           END-IF.
           MOVE 0 TO WS-PAYE.
           PERFORM 2250-CUMULER-PAYE-DEB
              THRU 2250-CUMULER-PAYE-FIN
              VARYING WS-IND-PAI FROM 1 BY 1
              UNTIL WS-IND-PAI > WS-NB-PAIEMENTS.
       2230-ACOMPTE-SOLDE-FIN.
           EXIT.

       2240-CHERCHER-CONDITION-DEB.
           IF WS-ACP-DEST(WS-IND-ACP) = FS-NOM-DEST-FA
              MOVE WS-ACP-PCT(WS-IND-ACP)   TO WS-PCT-RETENU
              MOVE WS-ACP-JOURS(WS-IND-ACP) TO WS-JOURS-RETENUS
           END-IF.
       2240-CHERCHER-CONDITION-FIN.
           EXIT.

       2250-CUMULER-PAYE-DEB.
           IF WS-PAI-CLIENT(WS-IND-PAI) = FS-NOM-CLIENT-FA
              AND WS-PAI-DEST(WS-IND-PAI) = FS-NOM-DEST-FA
              ADD WS-PAI-MONTANT(WS-IND-PAI) TO WS-PAYE
           END-IF.
       2250-CUMULER-PAYE-FIN.
           EXIT.

      * AVENANT : L'AJUSTEMENT (AU PRIX DE SAISON) ET SON SENS,
      * AVEC LES PARTICIPANTS AJOUTES OU RETIRES.
       2300-AVENANT-DEB.
           PERFORM 2500-PREPARER-DOCUMENT-DEB
              THRU 2500-PREPARER-DOCUMENT-FIN.
           MOVE 'A' TO FS-DOC-TYPE.
           IF FS-SENS-AJUST-FA = '-'
              MOVE '-' TO FS-DOC-SENS
           ELSE
              MOVE '+' TO FS-DOC-SENS
           END-IF.
           PERFORM 2600-ECRIRE-DOCUMENT-DEB
              THRU 2600-ECRIRE-DOCUMENT-FIN.
           ADD 1 TO WS-NB-AVENANTS.
           MOVE WS-PRIX-SAISON TO WS-ED-PRIX.
           DISPLAY FS-NOM-CLIENT-FA ' / ' FS-NOM-DEST-FA
                   ' : AVENANT ' FS-DOC-SENS WS-ED-PRIX ' '
                   FS-DEVISE-FA.
       2300-AVENANT-FIN.
           EXIT.

       2400-ANNULATION-DEB.
           PERFORM 2500-PREPARER-DOCUMENT-DEB
              THRU 2500-PREPARER-DOCUMENT-FIN.
           MOVE 'C' TO FS-DOC-TYPE.
           PERFORM 2600-ECRIRE-DOCUMENT-DEB
              THRU 2600-ECRIRE-DOCUMENT-FIN.
           ADD 1 TO WS-NB-ANNULEES.
           DISPLAY FS-NOM-CLIENT-FA ' / ' FS-NOM-DEST-FA
                   ' : CONFIRMATION D''ANNULATION'.
       2400-ANNULATION-FIN.
           EXIT.

      * PARTIE COMMUNE A TOUS LES DOCUMENTS.
       2500-PREPARER-DOCUMENT-DEB.
           MOVE SPACES            TO FS-ENR-DOCUMENT.
           MOVE WS-DATE-JOUR      TO FS-DOC-DATE.
           MOVE FS-NOM-CLIENT-FA  TO FS-DOC-CLIENT.
           MOVE FS-NOM-DEST-FA    TO FS-DOC-DEST.
           IF FS-DATE-SEJOUR-FA IS NUMERIC
              MOVE FS-DATE-SEJOUR-FA TO FS-DOC-SEJOUR
           ELSE
              MOVE 0 TO FS-DOC-SEJOUR
           END-IF.
           MOVE FS-NB-HOMMES-FA   TO FS-DOC-HOMMES.
           MOVE FS-NB-DAMES-FA    TO FS-DOC-DAMES.
           MOVE FS-NB-ENFANTS-FA  TO FS-DOC-ENFANTS.
           MOVE WS-PRIX-SAISON    TO FS-DOC-PRIX.
           MOVE FS-DEVISE-FA      TO FS-DOC-DEVISE.
           MOVE 0 TO FS-DOC-ACOMPTE.
           MOVE 0 TO FS-DOC-SOLDE.
           MOVE 0 TO FS-DOC-PAYE.
           MOVE 0 TO FS-DOC-RANG.
       2500-PREPARER-DOCUMENT-FIN.
           EXIT.

       2600-ECRIRE-DOCUMENT-DEB.
           WRITE FS-ENR-DOCUMENT.
           ADD 1 TO WS-NB-DOCUMENTS.
       2600-ECRIRE-DOCUMENT-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'DOCUMENTS DE RESERVATION'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'MOUVEMENTS LUS       : ' WS-NB-RESERV-LUES.
           DISPLAY 'CONFIRMATIONS        : ' WS-NB-CONFIRMEES.
           DISPLAY 'PROMOTIONS CONFIRMEES: ' WS-NB-PROMUES.
           DISPLAY 'AVENANTS             : ' WS-NB-AVENANTS.
           DISPLAY 'ANNULATIONS          : ' WS-NB-ANNULEES.
           DISPLAY 'LETTRES D''ATTENTE    : ' WS-NB-EN-ATTENTE.
           DISPLAY 'BONS D''ECHANGE       : ' WS-NB-BONS.
           DISPLAY 'DOCUMENTS ECRITS     : ' WS-NB-DOCUMENTS.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'DOCUMENTS RESA'     TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-DOCUMENTS      TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM RESADOCS.
