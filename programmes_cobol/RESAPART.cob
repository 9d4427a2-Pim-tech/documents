       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESAPART.

      *********************************************************
      *     REVERSEMENT MENSUEL AUX PARTENAIRES DES DESTINATIONS.
      *
      *     LE PRIX DES RESERVATIONS EST ENCAISSE CHEZ NOUS MAIS
      *     L'ESSENTIEL EN EST DU AU PARTENAIRE DE LA DESTINATION,
      *     NET DE NOTRE COMMISSION, ET CE REVERSEMENT SE CALCULAIT
      *     A LA MACHINE. CE PROGRAMME RELIT :
      *       - LA TABLE DES PARTENAIRES (PARTENAIRES.TXT :
      *         DESTINATION, CODE FOURNISSEUR DU PARTENAIRE,
      *         COMMISSION EN POURCENT, DEVISE DE REVERSEMENT,
      *         A BLANC POUR L'EURO),
      *       - LES RESERVATIONS (AFFECTATION RESERVA) DONT LE
      *         SEJOUR TOMBE DANS LE MOIS A REVERSER (VARIABLE
      *         MOISPART AU FORMAT AAAAMM, MOIS DU JOUR A DEFAUT),
      *       - LES COURS (DEVISES), LE CALENDRIER DES SAISONS
      *         (SAISONS), LES SURTAXES (TAUXSUR) ET LA LISTE
      *         D'ATTENTE (WAITLST) D'INDEXREC.
      *     CHAQUE MOUVEMENT EST VALORISE COMME DANS INDEXREC :
      *     CONVERSION EN EUROS AU COURS DU JOUR, COEFFICIENT DE LA
      *     BANDE DE SAISON, PUIS NET PAR DESTINATION (RESERVATION
      *     AJOUTEE, AVENANT DANS SON SENS, ANNULATION RETRANCHEE :
      *     UNE RESERVATION ANNULEE NE DONNE RIEN AU PARTENAIRE),
      *     MAJORE DE LA SURTAXE DE LA DESTINATION. LES
      *     RESERVATIONS RESTEES EN LISTE D'ATTENTE, SANS COURS
      *     OU HORS DE TOUTE BANDE DE SAISON SONT ECARTEES, COMME
      *     DANS INDEXREC.
      *     LE RELEVE DE CHAQUE PARTENAIRE (RELEVPART.TXT, UNE
      *     LIGNE 'D' PAR DESTINATION PUIS UNE LIGNE 'T' DE TOTAL)
      *     DONNE LE BRUT, LA SURTAXE, LA COMMISSION ET LE NET DU
      *     EN EUROS ET DANS SA DEVISE DE REVERSEMENT. LE NET DU
      *     EST PORTE AU GRAND LIVRE DES FOURNISSEURS
      *     (FOURNJOURNAL.TXT, TYPE 'F', EN EUROS, NUMERO 'PA'
      *     SUIVI DU MOIS) : LE PARTENAIRE EST REGLE PAR LA MEME
      *     CAMPAGNE ACHPAIE QUE LES FOURNISSEURS DE MARCHANDISE.
      *     UN MOIS DEJA PORTE POUR UN PARTENAIRE N'EST PAS
      *     REPORTE UNE SECONDE FOIS ; UN PARTENAIRE ABSENT DE
      *     FOURNISSEURS.TXT EST EDITE MAIS PAS PORTE.
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
           SELECT FDEVISES ASSIGN TO DEVISES
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-DEVISES.
           SELECT FTAUX ASSIGN TO TAUXSUR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-TAUX.
           SELECT FWAITLST ASSIGN TO WAITLST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-WAITLST.
           SELECT FIC-PARTENAIRES
              ASSIGN TO "./files/partenaires.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PART.
           SELECT FIC-FOURNISSEURS
              ASSIGN TO "./files/fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOUR.
           SELECT FIC-JOURNAL-FOURN
              ASSIGN TO "./files/fournjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FJO.
           SELECT FIC-RELEVES
              ASSIGN TO "./files/relevpart.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REL.

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
           05 FS-DATE-SEJOUR-FA-R REDEFINES FS-DATE-SEJOUR-FA.
               10 FS-MOIS-SEJOUR-FA PIC 9(6).
               10 FILLER            PIC 99.

       FD FSAISONS.
       01  FS-ENREG-SAISON.
           05 FS-SAI-DEST  PIC X(20).
           05 FILLER PIC X(1).
           05 FS-SAI-DU    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SAI-AU    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SAI-COEFF PIC 9V99.

      *    COURS DU JOUR : EUROS POUR UNE UNITE DE LA DEVISE.
       FD FDEVISES.
       01  FS-ENREG-DEVISE.
           05 FS-DEV-CODE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-DEV-TAUX PIC 9(3)V9(6).

       FD FTAUX.
       01  FS-ENREG-TAUX.
           05 FS-TAU-LIEU    PIC X(11).
           05 FS-TAU-SURTAXE PIC 99.

       FD FWAITLST.
       01  FS-ENREG-WAITLST.
           05 FS-WLS-DEST    PIC X(20).
           05 FILLER PIC X(1).
           05 FS-WLS-CLIENT  PIC X(30).
           05 FILLER PIC X(1).
           05 FS-WLS-PLACES  PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-WLS-MONTANT PIC 9(8)V99.

       FD FIC-PARTENAIRES RECORDING MODE IS F.
       01  FS-ENR-PARTENAIRE.
           05 FS-PAR-DEST       PIC X(20).
           05 FILLER PIC X(1).
           05 FS-PAR-FOURN      PIC X(4).
           05 FILLER PIC X(1).
           05 FS-PAR-COMMISSION PIC 99V99.
           05 FILLER PIC X(1).
           05 FS-PAR-DEVISE     PIC X(3).

       FD FIC-FOURNISSEURS RECORDING MODE IS F.
       01  FS-ENR-FOURNISSEUR.
           05 FS-FOU-CODE  PIC X(4).
           05 FILLER PIC X(1).
           05 FS-FOU-NOM   PIC X(20).
           05 FILLER PIC X(1).
           05 FS-FOU-DELAI PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-FOU-TERME PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-FOU-IBAN  PIC X(34).
           05 FILLER PIC X(1).
           05 FS-FOU-BIC   PIC X(11).
           05 FILLER PIC X(1).
           05 FS-FOU-STATUT PIC X(1).

      * GRAND LIVRE DES FOURNISSEURS : LE REVERSEMENT DU MOIS Y
      * EST PORTE COMME UNE FACTURE ('F') DU PARTENAIRE.
       FD FIC-JOURNAL-FOURN RECORDING MODE IS F.
       01  FS-ENR-JRN-FOURN.
           05 FS-FJO-TYPE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-FJO-NUMERO   PIC X(10).
           05 FILLER PIC X(1).
           05 FS-FJO-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-FJO-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-FJO-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-FJO-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-FJO-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-FJO-PRIX     PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-FJO-MONTANT  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-FJO-SAISIE   PIC 9(8).

      * RELEVE DU PARTENAIRE : 'D' UNE LIGNE PAR DESTINATION,
      * 'T' LE TOTAL DU PARTENAIRE (DESTINATION A BLANC). MONTANTS
      * EN EUROS, NET DU AUSSI DANS LA DEVISE DE REVERSEMENT.
       FD FIC-RELEVES RECORDING MODE IS F.
       01  FS-ENR-RELEVE.
           05 FS-REL-MOIS       PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-REL-TYPE       PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REL-FOURN      PIC X(4).
           05 FILLER PIC X(1).
           05 FS-REL-DEST       PIC X(20).
           05 FILLER PIC X(1).
           05 FS-REL-NB         PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-REL-BRUT       PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FS-REL-SURTAXE    PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FS-REL-TAUX-COM   PIC 99V99.
           05 FILLER PIC X(1).
           05 FS-REL-COMMISSION PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FS-REL-NET        PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FS-REL-DEVISE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-REL-NET-DEV    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'RESAPART'.
       01  WS-FS-RESERV    PIC XX.
       01  WS-FS-SAISONS   PIC XX.
       01  WS-FS-DEVISES   PIC XX.
       01  WS-FS-TAUX      PIC XX.
       01  WS-FS-WAITLST   PIC XX.
       01  WS-STATUS-PART  PIC XX.
       01  WS-STATUS-FOUR  PIC XX.
       01  WS-STATUS-FJO   PIC XX.
       01  WS-STATUS-REL   PIC XX.

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DATE-JOUR-MOIS PIC 9(6).
           05 FILLER            PIC 99.
       01  WS-MOIS-PART   PIC 9(6).
       01  WS-MOIS-PART-R REDEFINES WS-MOIS-PART.
           05 WS-PART-AAAA PIC 9(4).
           05 WS-PART-MM   PIC 99.
       01  WS-MOIS-SAISI  PIC X(6).
       01  WS-NUMERO-REVERS.
           05 FILLER        PIC X(2) VALUE 'PA'.
           05 WS-NUMERO-MOIS PIC 9(6).
           05 FILLER        PIC X(2) VALUE SPACES.

      * BANDES DE SAISON ; SANS CALENDRIER, COEFFICIENT 1.
       01  WS-SAISONS.
           05 WS-NB-SAISONS PIC 99 VALUE 0.
           05 WS-SAI OCCURS 50 TIMES.
               10 WS-SAI-DEST  PIC X(20).
               10 WS-SAI-DU    PIC 9(8).
               10 WS-SAI-AU    PIC 9(8).
               10 WS-SAI-COEFF PIC 9V99.
       01  WS-IND-SAI       PIC 99.
       01  WS-COEFF-RETENU  PIC 9V99.
       01  WS-DEST-A-BANDES PIC X.
       01  WS-BANDE-TROUVEE PIC X.
       01  WS-RESERV-RETENUE PIC X.

       01  WS-DEVISES.
           05 WS-NB-DEVISES PIC 99 VALUE 0.
           05 WS-DEV OCCURS 20 TIMES.
               10 WS-DEV-CODE PIC X(3).
               10 WS-DEV-TAUX PIC 9(3)V9(6).
       01  WS-IND-DEV        PIC 99.
       01  WS-IND-DEV-TROUVE PIC 99.
       01  WS-CLE-DEVISE     PIC X(3).

       01  WS-SURTAXES.
           05 WS-NB-SURTAXES PIC 99 VALUE 0.
           05 WS-SUR OCCURS 50 TIMES.
               10 WS-SUR-LIEU    PIC X(11).
               10 WS-SUR-SURTAXE PIC 99.
       01  WS-IND-SUR     PIC 99.
       01  WS-SURTAXE-PCT PIC 99.

      * LISTE D'ATTENTE : UNE ENTREE N'ECARTE QU'UNE RESERVATION.
       01  WS-ATTENTES.
           05 WS-NB-ATTENTES PIC 9(3) VALUE 0.
           05 WS-ATT OCCURS 200 TIMES.
               10 WS-ATT-DEST   PIC X(20).
               10 WS-ATT-CLIENT PIC X(30).
               10 WS-ATT-SERVIE PIC X.
       01  WS-IND-ATT        PIC 9(3).
       01  WS-IND-ATT-TROUVE PIC 9(3).

      * PARTENAIRES PAR DESTINATION, AVEC LE NET SIGNE DU MOIS
      * (EN EUROS, AVANT SURTAXE) ET LE NOMBRE DE MOUVEMENTS.
       01  WS-PARTENAIRES.
           05 WS-NB-PARTENAIRES PIC 99 VALUE 0.
           05 WS-PAR OCCURS 50 TIMES.
               10 WS-PAR-DEST       PIC X(20).
               10 WS-PAR-FOURN      PIC X(4).
               10 WS-PAR-COMMISSION PIC 99V99.
               10 WS-PAR-DEVISE     PIC X(3).
               10 WS-PAR-NB         PIC 9(5).
               10 WS-PAR-NET        PIC S9(9)V99.
               10 WS-PAR-EDITE      PIC X.
       01  WS-IND-PAR        PIC 99.
       01  WS-IND-PAR-TROUVE PIC 99.
       01  WS-IND-PAR-LIGNE  PIC 99.

      * FOURNISSEURS CONNUS ET REVERSEMENTS DEJA PORTES.
       01  WS-FOURNISSEURS.
           05 WS-NB-FOURN PIC 9(3) VALUE 0.
           05 WS-FOU OCCURS 200 TIMES.
               10 WS-FOU-CODE PIC X(4).
       01  WS-IND-FOU        PIC 9(3).
       01  WS-IND-FOU-TROUVE PIC 9(3).
       01  WS-DEJA-PORTES.
           05 WS-NB-PORTES PIC 99 VALUE 0.
           05 WS-POR OCCURS 50 TIMES.
               10 WS-POR-FOURN PIC X(4).
       01  WS-IND-POR        PIC 99.
       01  WS-IND-POR-TROUVE PIC 99.

       01  WS-MONTANT-BASE PIC 9(8)V99.
       01  WS-PRODUIT      PIC 9(13)V9(4).
       01  WS-BRUT         PIC 9(9)V99.
       01  WS-SURTAXE      PIC 9(9)V99.
       01  WS-COMMISSION   PIC 9(9)V99.
       01  WS-NET          PIC 9(9)V99.
       01  WS-NET-DEV      PIC 9(9)V99.

      * CUMULS DU PARTENAIRE EN COURS D'EDITION.
       01  WS-FOURN-COURANT   PIC X(4).
       01  WS-DEVISE-COURANTE PIC X(3).
       01  WS-TOT-NB          PIC 9(5).
       01  WS-TOT-BRUT        PIC 9(9)V99.
       01  WS-TOT-SURTAXE     PIC 9(9)V99.
       01  WS-TOT-COMMISSION  PIC 9(9)V99.
       01  WS-TOT-NET         PIC 9(9)V99.
       01  WS-TOT-NET-DEV     PIC 9(9)V99.
       01  WS-ED-MONTANT      PIC ZZZZZZZZ9.99.
       01  WS-ED-MONTANT-2    PIC ZZZZZZZZ9.99.
       01  WS-ED-TAUX         PIC Z9.99.

       01  WS-COMPTEURS.
           05 WS-NB-RESERV-LUES  PIC 9(5) VALUE 0.
           05 WS-NB-DU-MOIS      PIC 9(5) VALUE 0.
           05 WS-NB-SANS-PART    PIC 9(5) VALUE 0.
           05 WS-NB-EN-ATTENTE   PIC 9(5) VALUE 0.
           05 WS-NB-SANS-COURS   PIC 9(5) VALUE 0.
           05 WS-NB-HORS-SAISON  PIC 9(5) VALUE 0.
           05 WS-NB-RELEVES      PIC 9(5) VALUE 0.
           05 WS-NB-PORTES-JOUR  PIC 9(5) VALUE 0.
           05 WS-NB-NON-PORTES   PIC 9(5) VALUE 0.
       01  WS-TOTAL-PORTE     PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES  PIC 9(11).

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
       0000-RESAPART-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISPART"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-MOIS TO WS-MOIS-PART
           ELSE
              IF WS-MOIS-SAISI IS NOT NUMERIC
                 DISPLAY 'MOISPART INVALIDE : ' WS-MOIS-SAISI
                 PERFORM 9990-FIN-ANORMALE-DEB
                    THRU 9990-FIN-ANORMALE-FIN
              END-IF
              MOVE WS-MOIS-SAISI TO WS-MOIS-PART
           END-IF.
           IF WS-PART-MM < 1 OR WS-PART-MM > 12
              DISPLAY 'MOISPART INVALIDE : ' WS-MOIS-SAISI
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           MOVE WS-MOIS-PART TO WS-NUMERO-MOIS.
           DISPLAY 'MOIS A REVERSER : ' WS-MOIS-PART.

           PERFORM 1000-CHARGER-PARTENAIRES-DEB
              THRU 1000-CHARGER-PARTENAIRES-FIN.
           PERFORM 1100-CHARGER-SAISONS-DEB
              THRU 1100-CHARGER-SAISONS-FIN.
           PERFORM 1200-CHARGER-DEVISES-DEB
              THRU 1200-CHARGER-DEVISES-FIN.
           PERFORM 1300-CHARGER-SURTAXES-DEB
              THRU 1300-CHARGER-SURTAXES-FIN.
           PERFORM 1400-CHARGER-ATTENTES-DEB
              THRU 1400-CHARGER-ATTENTES-FIN.
           PERFORM 1500-CHARGER-FOURNISSEURS-DEB
              THRU 1500-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1600-RELEVER-JOURNAL-DEB
              THRU 1600-RELEVER-JOURNAL-FIN.
           PERFORM 2000-CUMULER-RESERVATIONS-DEB
              THRU 2000-CUMULER-RESERVATIONS-FIN.
           PERFORM 3000-EDITER-RELEVES-DEB
              THRU 3000-EDITER-RELEVES-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-RESAPART-FIN.
           EXIT.

      * SANS TABLE DES PARTENAIRES, IL N'Y A RIEN A REVERSER.
       1000-CHARGER-PARTENAIRES-DEB.
           OPEN INPUT FIC-PARTENAIRES.
           IF WS-STATUS-PART NOT = '00'
              DISPLAY 'TABLE DES PARTENAIRES INTROUVABLE'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-PARTENAIRE-DEB
              THRU 1010-CHARGER-PARTENAIRE-FIN
              UNTIL WS-STATUS-PART NOT = '00'.
           CLOSE FIC-PARTENAIRES.
           DISPLAY WS-NB-PARTENAIRES ' DESTINATION(S) SOUS CONTRAT'.
       1000-CHARGER-PARTENAIRES-FIN.
           EXIT.

       1010-CHARGER-PARTENAIRE-DEB.
           READ FIC-PARTENAIRES
              AT END
                 MOVE '10' TO WS-STATUS-PART
           END-READ.
           IF WS-STATUS-PART = '00'
              IF WS-NB-PARTENAIRES < 50
                 ADD 1 TO WS-NB-PARTENAIRES
                 MOVE FS-PAR-DEST  TO WS-PAR-DEST(WS-NB-PARTENAIRES)
                 MOVE FS-PAR-FOURN TO WS-PAR-FOURN(WS-NB-PARTENAIRES)
                 MOVE FS-PAR-COMMISSION
                   TO WS-PAR-COMMISSION(WS-NB-PARTENAIRES)
                 MOVE FS-PAR-DEVISE
                   TO WS-PAR-DEVISE(WS-NB-PARTENAIRES)
                 MOVE 0   TO WS-PAR-NB(WS-NB-PARTENAIRES)
                 MOVE 0   TO WS-PAR-NET(WS-NB-PARTENAIRES)
                 MOVE 'N' TO WS-PAR-EDITE(WS-NB-PARTENAIRES)
              ELSE
                 DISPLAY 'TABLE DES PARTENAIRES PLEINE (50), '
                         'DESTINATION IGNOREE : ' FS-PAR-DEST
              END-IF
           END-IF.
       1010-CHARGER-PARTENAIRE-FIN.
           EXIT.

       1100-CHARGER-SAISONS-DEB.
           OPEN INPUT FSAISONS.
           IF WS-FS-SAISONS = '00'
              PERFORM 1110-CHARGER-SAISON-DEB
                 THRU 1110-CHARGER-SAISON-FIN
                 UNTIL WS-FS-SAISONS NOT = '00'
              CLOSE FSAISONS
           ELSE
              DISPLAY 'PAS DE CALENDRIER DES SAISONS, PRIX '
                      'UNIFORMES TOUTE L''ANNEE'
           END-IF.
       1100-CHARGER-SAISONS-FIN.
           EXIT.

       1110-CHARGER-SAISON-DEB.
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
       1110-CHARGER-SAISON-FIN.
           EXIT.

       1200-CHARGER-DEVISES-DEB.
           OPEN INPUT FDEVISES.
           IF WS-FS-DEVISES = '00'
              PERFORM 1210-CHARGER-DEVISE-DEB
                 THRU 1210-CHARGER-DEVISE-FIN
                 UNTIL WS-FS-DEVISES NOT = '00'
              CLOSE FDEVISES
           ELSE
              DISPLAY 'PAS DE FICHIER DES COURS, SEULE LA DEVISE '
                      'DE BASE EST ACCEPTEE'
           END-IF.
       1200-CHARGER-DEVISES-FIN.
           EXIT.

       1210-CHARGER-DEVISE-DEB.
           READ FDEVISES
              AT END
                 MOVE '10' TO WS-FS-DEVISES
           END-READ.
           IF WS-FS-DEVISES = '00'
              IF WS-NB-DEVISES < 20
                 ADD 1 TO WS-NB-DEVISES
                 MOVE FS-DEV-CODE TO WS-DEV-CODE(WS-NB-DEVISES)
                 MOVE FS-DEV-TAUX TO WS-DEV-TAUX(WS-NB-DEVISES)
              END-IF
           END-IF.
       1210-CHARGER-DEVISE-FIN.
           EXIT.

       1300-CHARGER-SURTAXES-DEB.
           OPEN INPUT FTAUX.
           IF WS-FS-TAUX = '00'
              PERFORM 1310-CHARGER-SURTAXE-DEB
                 THRU 1310-CHARGER-SURTAXE-FIN
                 UNTIL WS-FS-TAUX NOT = '00'
              CLOSE FTAUX
           ELSE
              DISPLAY 'PAS DE FICHIER DES SURTAXES, AUCUNE '
                      'SURTAXE APPLIQUEE'
           END-IF.
       1300-CHARGER-SURTAXES-FIN.
           EXIT.

       1310-CHARGER-SURTAXE-DEB.
           READ FTAUX
              AT END
                 MOVE '10' TO WS-FS-TAUX
           END-READ.
           IF WS-FS-TAUX = '00'
              IF WS-NB-SURTAXES < 50
                 ADD 1 TO WS-NB-SURTAXES
                 MOVE FS-TAU-LIEU    TO WS-SUR-LIEU(WS-NB-SURTAXES)
                 MOVE FS-TAU-SURTAXE
                   TO WS-SUR-SURTAXE(WS-NB-SURTAXES)
              END-IF
           END-IF.
       1310-CHARGER-SURTAXE-FIN.
           EXIT.

       1400-CHARGER-ATTENTES-DEB.
           OPEN INPUT FWAITLST.
           IF WS-FS-WAITLST = '00'
              PERFORM 1410-CHARGER-ATTENTE-DEB
                 THRU 1410-CHARGER-ATTENTE-FIN
                 UNTIL WS-FS-WAITLST NOT = '00'
              CLOSE FWAITLST
           END-IF.
       1400-CHARGER-ATTENTES-FIN.
           EXIT.

       1410-CHARGER-ATTENTE-DEB.
           READ FWAITLST
              AT END
                 MOVE '10' TO WS-FS-WAITLST
           END-READ.
           IF WS-FS-WAITLST = '00'
              IF WS-NB-ATTENTES < 200
                 ADD 1 TO WS-NB-ATTENTES
                 MOVE FS-WLS-DEST   TO WS-ATT-DEST(WS-NB-ATTENTES)
                 MOVE FS-WLS-CLIENT TO WS-ATT-CLIENT(WS-NB-ATTENTES)
                 MOVE 'N'           TO WS-ATT-SERVIE(WS-NB-ATTENTES)
              END-IF
           END-IF.
       1410-CHARGER-ATTENTE-FIN.
           EXIT.

       1500-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT FIC-FOURNISSEURS.
           IF WS-STATUS-FOUR = '00'
              PERFORM 1510-CHARGER-FOURNISSEUR-DEB
                 THRU 1510-CHARGER-FOURNISSEUR-FIN
                 UNTIL WS-STATUS-FOUR NOT = '00'
              CLOSE FIC-FOURNISSEURS
           ELSE
              DISPLAY 'PAS DE FICHIER DES FOURNISSEURS, AUCUN '
                      'REVERSEMENT NE SERA PORTE'
           END-IF.
       1500-CHARGER-FOURNISSEURS-FIN.
           EXIT.

       1510-CHARGER-FOURNISSEUR-DEB.
           READ FIC-FOURNISSEURS
              AT END
                 MOVE '10' TO WS-STATUS-FOUR
           END-READ.
           IF WS-STATUS-FOUR = '00'
              IF WS-NB-FOURN < 200
                 ADD 1 TO WS-NB-FOURN
                 MOVE FS-FOU-CODE TO WS-FOU-CODE(WS-NB-FOURN)
              END-IF
           END-IF.
       1510-CHARGER-FOURNISSEUR-FIN.
           EXIT.

      * REVERSEMENTS DU MOIS DEJA PORTES AU GRAND LIVRE.
       1600-RELEVER-JOURNAL-DEB.
           OPEN INPUT FIC-JOURNAL-FOURN.
           IF WS-STATUS-FJO = '00'
              PERFORM 1610-RELEVER-LIGNE-DEB
                 THRU 1610-RELEVER-LIGNE-FIN
                 UNTIL WS-STATUS-FJO NOT = '00'
              CLOSE FIC-JOURNAL-FOURN
           END-IF.
       1600-RELEVER-JOURNAL-FIN.
           EXIT.

       1610-RELEVER-LIGNE-DEB.
           READ FIC-JOURNAL-FOURN
              AT END
                 MOVE '10' TO WS-STATUS-FJO
           END-READ.
           IF WS-STATUS-FJO = '00'
              AND FS-FJO-TYPE = 'F'
              AND FS-FJO-NUMERO = WS-NUMERO-REVERS
              IF WS-NB-PORTES < 50
                 ADD 1 TO WS-NB-PORTES
                 MOVE FS-FJO-FOURN TO WS-POR-FOURN(WS-NB-PORTES)
              END-IF
           END-IF.
       1610-RELEVER-LIGNE-FIN.
           EXIT.

       2000-CUMULER-RESERVATIONS-DEB.
           OPEN INPUT FRESERV.
           IF WS-FS-RESERV NOT = '00'
              DISPLAY 'FICHIER DES RESERVATIONS INTROUVABLE'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           PERFORM 2010-UNE-RESERVATION-DEB
              THRU 2010-UNE-RESERVATION-FIN
              UNTIL WS-FS-RESERV NOT = '00'.
           CLOSE FRESERV.
       2000-CUMULER-RESERVATIONS-FIN.
           EXIT.

       2010-UNE-RESERVATION-DEB.
           MOVE 'N' TO WS-RESERV-RETENUE.
           READ FRESERV
              AT END
                 MOVE '10' TO WS-FS-RESERV
           END-READ.
           IF WS-FS-RESERV = '00'
              AND TOURISTE
              ADD 1 TO WS-NB-RESERV-LUES
              IF FS-DATE-SEJOUR-FA IS NUMERIC
                 AND FS-MOIS-SEJOUR-FA = WS-MOIS-PART
                 ADD 1 TO WS-NB-DU-MOIS
                 MOVE 'O' TO WS-RESERV-RETENUE
              END-IF
           END-IF.

           IF WS-RESERV-RETENUE = 'O'
              MOVE 0 TO WS-IND-PAR-TROUVE
              PERFORM 2100-CHERCHER-PARTENAIRE-DEB
                 THRU 2100-CHERCHER-PARTENAIRE-FIN
                 VARYING WS-IND-PAR FROM 1 BY 1
                 UNTIL WS-IND-PAR > WS-NB-PARTENAIRES
                 OR WS-IND-PAR-TROUVE > 0
              IF WS-IND-PAR-TROUVE = 0
                 ADD 1 TO WS-NB-SANS-PART
                 DISPLAY 'PAS DE PARTENAIRE POUR ' FS-NOM-DEST-FA
                         ', MOUVEMENT DE ' FS-NOM-CLIENT-FA ' IGNORE'
                 MOVE 'N' TO WS-RESERV-RETENUE
              END-IF
           END-IF.

           IF WS-RESERV-RETENUE = 'O'
              AND RESERVATION
              MOVE 0 TO WS-IND-ATT-TROUVE
              PERFORM 2200-CHERCHER-ATTENTE-DEB
                 THRU 2200-CHERCHER-ATTENTE-FIN
                 VARYING WS-IND-ATT FROM 1 BY 1
                 UNTIL WS-IND-ATT > WS-NB-ATTENTES
                 OR WS-IND-ATT-TROUVE > 0
              IF WS-IND-ATT-TROUVE > 0
                 MOVE 'O' TO WS-ATT-SERVIE(WS-IND-ATT-TROUVE)
                 ADD 1 TO WS-NB-EN-ATTENTE
                 MOVE 'N' TO WS-RESERV-RETENUE
              END-IF
           END-IF.

           IF WS-RESERV-RETENUE = 'O'
              PERFORM 2300-VALORISER-DEB
                 THRU 2300-VALORISER-FIN
              IF WS-IND-DEV-TROUVE = 0
                 ADD 1 TO WS-NB-SANS-COURS
                 DISPLAY 'DEVISE SANS COURS ' FS-DEVISE-FA
                         ', MOUVEMENT DE ' FS-NOM-CLIENT-FA ' IGNORE'
                 MOVE 'N' TO WS-RESERV-RETENUE
              ELSE
                 IF WS-DEST-A-BANDES = 'O' AND WS-BANDE-TROUVEE = 'N'
                    ADD 1 TO WS-NB-HORS-SAISON
                    DISPLAY 'SEJOUR HORS SAISON ' FS-DATE-SEJOUR-FA
                            ', MOUVEMENT DE ' FS-NOM-CLIENT-FA ' IGNORE'
                    MOVE 'N' TO WS-RESERV-RETENUE
                 END-IF
              END-IF
           END-IF.

           IF WS-RESERV-RETENUE = 'O'
              ADD 1 TO WS-PAR-NB(WS-IND-PAR-TROUVE)
              EVALUATE TRUE
                 WHEN ANNULATION
                    SUBTRACT WS-MONTANT-BASE
                       FROM WS-PAR-NET(WS-IND-PAR-TROUVE)
                 WHEN AVENANT
                    IF FS-SENS-AJUST-FA = '-'
                       SUBTRACT WS-MONTANT-BASE
                          FROM WS-PAR-NET(WS-IND-PAR-TROUVE)
                    ELSE
                       ADD WS-MONTANT-BASE
                          TO WS-PAR-NET(WS-IND-PAR-TROUVE)
                    END-IF
                 WHEN OTHER
                    ADD WS-MONTANT-BASE
                       TO WS-PAR-NET(WS-IND-PAR-TROUVE)
              END-EVALUATE
           END-IF.
       2010-UNE-RESERVATION-FIN.
           EXIT.

       2100-CHERCHER-PARTENAIRE-DEB.
           IF WS-PAR-DEST(WS-IND-PAR) = FS-NOM-DEST-FA
              MOVE WS-IND-PAR TO WS-IND-PAR-TROUVE
           END-IF.
       2100-CHERCHER-PARTENAIRE-FIN.
           EXIT.

       2200-CHERCHER-ATTENTE-DEB.
           IF WS-ATT-SERVIE(WS-IND-ATT) = 'N'
              AND WS-ATT-CLIENT(WS-IND-ATT) = FS-NOM-CLIENT-FA
              AND WS-ATT-DEST(WS-IND-ATT) = FS-NOM-DEST-FA
              MOVE WS-IND-ATT TO WS-IND-ATT-TROUVE
           END-IF.
       2200-CHERCHER-ATTENTE-FIN.
           EXIT.

      * MONTANT EN EUROS (A BLANC, DEJA EN EUROS : INDICE 99
      * CONVENTIONNEL), PUIS COEFFICIENT DE LA BANDE DE SAISON.
       2300-VALORISER-DEB.
           IF FS-DEVISE-FA = SPACES
              MOVE 99 TO WS-IND-DEV-TROUVE
              MOVE FS-FRAIS-RESERV-FA TO WS-MONTANT-BASE
           ELSE
              MOVE FS-DEVISE-FA TO WS-CLE-DEVISE
              PERFORM 2310-TROUVER-DEVISE-DEB
                 THRU 2310-TROUVER-DEVISE-FIN
              IF WS-IND-DEV-TROUVE > 0
                 COMPUTE WS-MONTANT-BASE ROUNDED =
                         FS-FRAIS-RESERV-FA
                         * WS-DEV-TAUX(WS-IND-DEV-TROUVE)
              END-IF
           END-IF.
           MOVE 'N' TO WS-DEST-A-BANDES.
           MOVE 'N' TO WS-BANDE-TROUVEE.
           MOVE 1   TO WS-COEFF-RETENU.
           PERFORM 2320-CHERCHER-SAISON-DEB
              THRU 2320-CHERCHER-SAISON-FIN
              VARYING WS-IND-SAI FROM 1 BY 1
              UNTIL WS-IND-SAI > WS-NB-SAISONS.
           COMPUTE WS-MONTANT-BASE ROUNDED =
                   WS-MONTANT-BASE * WS-COEFF-RETENU.
       2300-VALORISER-FIN.
           EXIT.

       2310-TROUVER-DEVISE-DEB.
           MOVE 0 TO WS-IND-DEV-TROUVE.
           PERFORM 2311-COMPARER-DEVISE-DEB
              THRU 2311-COMPARER-DEVISE-FIN
              VARYING WS-IND-DEV FROM 1 BY 1
              UNTIL WS-IND-DEV > WS-NB-DEVISES
              OR WS-IND-DEV-TROUVE > 0.
       2310-TROUVER-DEVISE-FIN.
           EXIT.

       2311-COMPARER-DEVISE-DEB.
           IF WS-DEV-CODE(WS-IND-DEV) = WS-CLE-DEVISE
              MOVE WS-IND-DEV TO WS-IND-DEV-TROUVE
           END-IF.
       2311-COMPARER-DEVISE-FIN.
           EXIT.

       2320-CHERCHER-SAISON-DEB.
           IF WS-SAI-DEST(WS-IND-SAI) = FS-NOM-DEST-FA
              MOVE 'O' TO WS-DEST-A-BANDES
              IF FS-DATE-SEJOUR-FA NOT < WS-SAI-DU(WS-IND-SAI)
                 AND FS-DATE-SEJOUR-FA NOT > WS-SAI-AU(WS-IND-SAI)
                 MOVE 'O' TO WS-BANDE-TROUVEE
                 MOVE WS-SAI-COEFF(WS-IND-SAI) TO WS-COEFF-RETENU
              END-IF
           END-IF.
       2320-CHERCHER-SAISON-FIN.
           EXIT.

      * UN RELEVE PAR PARTENAIRE : LES DESTINATIONS D'UN MEME
      * CODE FOURNISSEUR SONT REGROUPEES SOUS LA PREMIERE, DONT
      * LA DEVISE EST CELLE DU TOTAL.
       3000-EDITER-RELEVES-DEB.
           OPEN OUTPUT FIC-RELEVES.
           OPEN EXTEND FIC-JOURNAL-FOURN.
           IF WS-STATUS-FJO NOT = '00'
              OPEN OUTPUT FIC-JOURNAL-FOURN
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RELEVES DE REVERSEMENT DU MOIS ' WS-MOIS-PART.
           PERFORM 3010-UN-PARTENAIRE-DEB
              THRU 3010-UN-PARTENAIRE-FIN
              VARYING WS-IND-PAR FROM 1 BY 1
              UNTIL WS-IND-PAR > WS-NB-PARTENAIRES.
           CLOSE FIC-RELEVES.
           CLOSE FIC-JOURNAL-FOURN.
       3000-EDITER-RELEVES-FIN.
           EXIT.

       3010-UN-PARTENAIRE-DEB.
           IF WS-PAR-EDITE(WS-IND-PAR) NOT = 'O'
              MOVE WS-PAR-FOURN(WS-IND-PAR)  TO WS-FOURN-COURANT
              MOVE WS-PAR-DEVISE(WS-IND-PAR) TO WS-DEVISE-COURANTE
              MOVE 0 TO WS-TOT-NB
              MOVE 0 TO WS-TOT-BRUT
              MOVE 0 TO WS-TOT-SURTAXE
              MOVE 0 TO WS-TOT-COMMISSION
              MOVE 0 TO WS-TOT-NET
              MOVE 0 TO WS-TOT-NET-DEV
              DISPLAY 'PARTENAIRE ' WS-FOURN-COURANT ' :'
              PERFORM 3100-UNE-DESTINATION-DEB
                 THRU 3100-UNE-DESTINATION-FIN
                 VARYING WS-IND-PAR-LIGNE FROM WS-IND-PAR BY 1
                 UNTIL WS-IND-PAR-LIGNE > WS-NB-PARTENAIRES
              MOVE WS-DEVISE-COURANTE TO WS-CLE-DEVISE
              MOVE WS-TOT-NET         TO WS-NET
              PERFORM 3120-CONVERTIR-NET-DEB
                 THRU 3120-CONVERTIR-NET-FIN
              MOVE WS-CLE-DEVISE      TO WS-DEVISE-COURANTE
              MOVE WS-NET-DEV         TO WS-TOT-NET-DEV

              MOVE SPACES             TO FS-ENR-RELEVE
              MOVE WS-MOIS-PART       TO FS-REL-MOIS
              MOVE 'T'                TO FS-REL-TYPE
              MOVE WS-FOURN-COURANT   TO FS-REL-FOURN
              MOVE WS-TOT-NB          TO FS-REL-NB
              MOVE WS-TOT-BRUT        TO FS-REL-BRUT
              MOVE WS-TOT-SURTAXE     TO FS-REL-SURTAXE
              MOVE 0                  TO FS-REL-TAUX-COM
              MOVE WS-TOT-COMMISSION  TO FS-REL-COMMISSION
              MOVE WS-TOT-NET         TO FS-REL-NET
              MOVE WS-DEVISE-COURANTE TO FS-REL-DEVISE
              MOVE WS-TOT-NET-DEV     TO FS-REL-NET-DEV
              WRITE FS-ENR-RELEVE
              ADD 1 TO WS-NB-RELEVES
              MOVE WS-TOT-NET     TO WS-ED-MONTANT
              MOVE WS-TOT-NET-DEV TO WS-ED-MONTANT-2
              DISPLAY '   NET DU AU PARTENAIRE : ' WS-ED-MONTANT
                      ' EUR, SOIT ' WS-ED-MONTANT-2 ' '
                      WS-DEVISE-COURANTE

              PERFORM 3200-PORTER-AU-GRAND-LIVRE-DEB
                 THRU 3200-PORTER-AU-GRAND-LIVRE-FIN
           END-IF.
       3010-UN-PARTENAIRE-FIN.
           EXIT.

      * LIGNE 'D' DE LA DESTINATION : NET DU MOIS (UN NET NEGATIF,
      * ANNULATIONS D'UN AUTRE MOIS, EST RAMENE A ZERO ET
      * SIGNALE), SURTAXE, COMMISSION SUR LE TOTAL SURTAXE, NET
      * DU CONVERTI DANS LA DEVISE DE REVERSEMENT.
       3100-UNE-DESTINATION-DEB.
           IF WS-PAR-FOURN(WS-IND-PAR-LIGNE) = WS-FOURN-COURANT
              MOVE 'O' TO WS-PAR-EDITE(WS-IND-PAR-LIGNE)
              IF WS-PAR-NET(WS-IND-PAR-LIGNE) < 0
                 DISPLAY '   ' WS-PAR-DEST(WS-IND-PAR-LIGNE)
                         ' NET NEGATIF, RAMENE A ZERO (A VERIFIER)'
                 MOVE 0 TO WS-BRUT
              ELSE
                 MOVE WS-PAR-NET(WS-IND-PAR-LIGNE) TO WS-BRUT
              END-IF
              MOVE 0 TO WS-SURTAXE-PCT
              PERFORM 3110-CHERCHER-SURTAXE-DEB
                 THRU 3110-CHERCHER-SURTAXE-FIN
                 VARYING WS-IND-SUR FROM 1 BY 1
                 UNTIL WS-IND-SUR > WS-NB-SURTAXES
              COMPUTE WS-PRODUIT = WS-BRUT * WS-SURTAXE-PCT
              COMPUTE WS-SURTAXE ROUNDED = WS-PRODUIT / 100
              COMPUTE WS-PRODUIT = (WS-BRUT + WS-SURTAXE)
                      * WS-PAR-COMMISSION(WS-IND-PAR-LIGNE)
              COMPUTE WS-COMMISSION ROUNDED = WS-PRODUIT / 100
              COMPUTE WS-NET = WS-BRUT + WS-SURTAXE - WS-COMMISSION
              MOVE WS-PAR-DEVISE(WS-IND-PAR-LIGNE) TO WS-CLE-DEVISE
              PERFORM 3120-CONVERTIR-NET-DEB
                 THRU 3120-CONVERTIR-NET-FIN

              MOVE SPACES             TO FS-ENR-RELEVE
              MOVE WS-MOIS-PART       TO FS-REL-MOIS
              MOVE 'D'                TO FS-REL-TYPE
              MOVE WS-FOURN-COURANT   TO FS-REL-FOURN
              MOVE WS-PAR-DEST(WS-IND-PAR-LIGNE) TO FS-REL-DEST
              MOVE WS-PAR-NB(WS-IND-PAR-LIGNE)   TO FS-REL-NB
              MOVE WS-BRUT            TO FS-REL-BRUT
              MOVE WS-SURTAXE         TO FS-REL-SURTAXE
              MOVE WS-PAR-COMMISSION(WS-IND-PAR-LIGNE)
                TO FS-REL-TAUX-COM
              MOVE WS-COMMISSION      TO FS-REL-COMMISSION
              MOVE WS-NET             TO FS-REL-NET
              MOVE WS-CLE-DEVISE      TO FS-REL-DEVISE
              MOVE WS-NET-DEV         TO FS-REL-NET-DEV
              WRITE FS-ENR-RELEVE

              ADD WS-PAR-NB(WS-IND-PAR-LIGNE) TO WS-TOT-NB
              ADD WS-BRUT       TO WS-TOT-BRUT
              ADD WS-SURTAXE    TO WS-TOT-SURTAXE
              ADD WS-COMMISSION TO WS-TOT-COMMISSION
              ADD WS-NET        TO WS-TOT-NET
              MOVE WS-BRUT TO WS-ED-MONTANT
              MOVE WS-NET  TO WS-ED-MONTANT-2
              MOVE WS-PAR-COMMISSION(WS-IND-PAR-LIGNE) TO WS-ED-TAUX
              DISPLAY '   ' WS-PAR-DEST(WS-IND-PAR-LIGNE)
                      ' BRUT ' WS-ED-MONTANT
                      ' SURTAXE ' WS-SURTAXE-PCT ' %'
                      ' COMMISSION ' WS-ED-TAUX ' %'
                      ' NET ' WS-ED-MONTANT-2
           END-IF.
       3100-UNE-DESTINATION-FIN.
           EXIT.

       3110-CHERCHER-SURTAXE-DEB.
           IF WS-SUR-LIEU(WS-IND-SUR) = WS-PAR-DEST(WS-IND-PAR-LIGNE)
              MOVE WS-SUR-SURTAXE(WS-IND-SUR) TO WS-SURTAXE-PCT
           END-IF.
       3110-CHERCHER-SURTAXE-FIN.
           EXIT.

      * NET DANS LA DEVISE DE REVERSEMENT ; SANS COURS POUR CETTE
      * DEVISE, LE RELEVE RESTE EN EUROS.
       3120-CONVERTIR-NET-DEB.
           IF WS-CLE-DEVISE = SPACES OR WS-CLE-DEVISE = 'EUR'
              MOVE WS-NET TO WS-NET-DEV
           ELSE
              PERFORM 2310-TROUVER-DEVISE-DEB
                 THRU 2310-TROUVER-DEVISE-FIN
              IF WS-IND-DEV-TROUVE > 0
                 AND WS-DEV-TAUX(WS-IND-DEV-TROUVE) > 0
                 COMPUTE WS-NET-DEV ROUNDED =
                         WS-NET / WS-DEV-TAUX(WS-IND-DEV-TROUVE)
              ELSE
                 DISPLAY '   PAS DE COURS POUR ' WS-CLE-DEVISE
                         ', MONTANT EDITE EN EUROS'
                 MOVE SPACES TO WS-CLE-DEVISE
                 MOVE WS-NET TO WS-NET-DEV
              END-IF
           END-IF.
       3120-CONVERTIR-NET-FIN.
           EXIT.

      * LE NET DU EN EUROS DEVIENT UNE FACTURE DU PARTENAIRE AU
      * GRAND LIVRE DES FOURNISSEURS, UNE SEULE FOIS PAR MOIS.
       3200-PORTER-AU-GRAND-LIVRE-DEB.
           IF WS-TOT-NET NOT = 0
              MOVE 0 TO WS-IND-FOU-TROUVE
              PERFORM 3210-CHERCHER-FOURNISSEUR-DEB
                 THRU 3210-CHERCHER-FOURNISSEUR-FIN
                 VARYING WS-IND-FOU FROM 1 BY 1
                 UNTIL WS-IND-FOU > WS-NB-FOURN
                 OR WS-IND-FOU-TROUVE > 0
              IF WS-IND-FOU-TROUVE = 0
                 ADD 1 TO WS-NB-NON-PORTES
                 DISPLAY '   *** PARTENAIRE ABSENT DE FOURNISSEURS.TXT,'
                         ' REVERSEMENT NON PORTE'
              ELSE
                 MOVE 0 TO WS-IND-POR-TROUVE
                 PERFORM 3220-CHERCHER-PORTE-DEB
                    THRU 3220-CHERCHER-PORTE-FIN
                    VARYING WS-IND-POR FROM 1 BY 1
                    UNTIL WS-IND-POR > WS-NB-PORTES
                    OR WS-IND-POR-TROUVE > 0
                 IF WS-IND-POR-TROUVE > 0
                    ADD 1 TO WS-NB-NON-PORTES
                    DISPLAY '   *** REVERSEMENT ' WS-NUMERO-REVERS
                            ' DEJA AU GRAND LIVRE, NON REPORTE'
                 ELSE
                    MOVE SPACES           TO FS-ENR-JRN-FOURN
                    MOVE 'F'              TO FS-FJO-TYPE
                    MOVE WS-NUMERO-REVERS TO FS-FJO-NUMERO
                    MOVE WS-FOURN-COURANT TO FS-FJO-FOURN
                    MOVE WS-DATE-JOUR     TO FS-FJO-DATE
                    MOVE 0                TO FS-FJO-COMMANDE
                    MOVE 0                TO FS-FJO-QTE
                    MOVE 0                TO FS-FJO-PRIX
                    MOVE WS-TOT-NET       TO FS-FJO-MONTANT
                    MOVE WS-DATE-JOUR     TO FS-FJO-SAISIE
                    WRITE FS-ENR-JRN-FOURN
                    ADD 1 TO WS-NB-PORTES-JOUR
                    ADD WS-TOT-NET TO WS-TOTAL-PORTE
                    DISPLAY '   PORTE AU GRAND LIVRE DES '
                            'FOURNISSEURS : ' WS-NUMERO-REVERS
                 END-IF
              END-IF
           END-IF.
       3200-PORTER-AU-GRAND-LIVRE-FIN.
           EXIT.

       3210-CHERCHER-FOURNISSEUR-DEB.
           IF WS-FOU-CODE(WS-IND-FOU) = WS-FOURN-COURANT
              MOVE WS-IND-FOU TO WS-IND-FOU-TROUVE
           END-IF.
       3210-CHERCHER-FOURNISSEUR-FIN.
           EXIT.

       3220-CHERCHER-PORTE-DEB.
           IF WS-POR-FOURN(WS-IND-POR) = WS-FOURN-COURANT
              MOVE WS-IND-POR TO WS-IND-POR-TROUVE
           END-IF.
       3220-CHERCHER-PORTE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'REVERSEMENT AUX PARTENAIRES'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'MOUVEMENTS LUS          : ' WS-NB-RESERV-LUES.
           DISPLAY 'SEJOURS DU MOIS         : ' WS-NB-DU-MOIS.
           DISPLAY 'SANS PARTENAIRE         : ' WS-NB-SANS-PART.
           DISPLAY 'EN LISTE D''ATTENTE      : ' WS-NB-EN-ATTENTE.
           DISPLAY 'DEVISE SANS COURS       : ' WS-NB-SANS-COURS.
           DISPLAY 'HORS SAISON             : ' WS-NB-HORS-SAISON.
           DISPLAY 'RELEVES EDITES          : ' WS-NB-RELEVES.
           DISPLAY 'REVERSEMENTS PORTES     : ' WS-NB-PORTES-JOUR.
           DISPLAY 'REVERSEMENTS NON PORTES : ' WS-NB-NON-PORTES.
           MOVE WS-TOTAL-PORTE TO WS-ED-MONTANT.
           DISPLAY 'MONTANT AU GRAND LIVRE  : ' WS-ED-MONTANT.
           DISPLAY '***********************************'.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LE
      * TOTAL EST DEPOSE EN CENTIMES.
           COMPUTE WS-TOTAL-CENTIMES = WS-TOTAL-PORTE * 100.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'REVERS PARTEN CTS'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-TOTAL-CENTIMES    TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9990-FIN-ANORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'UNE ANOMALIE A ETE DETECTEE'.
           DISPLAY 'FIN ANORMALE DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9990-FIN-ANORMALE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM RESAPART.
