       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKFLOF.

      *********************************************************
      *     RELEVE MENSUEL DES COMPTES FLOTTE DU PARKING.
      *
      *     LES SOCIETES QUI ENVOIENT LES VOITURES DE LEURS
      *     SALARIES ONT UN COMPTE FLOTTE (PARKFLOTTE.TXT :
      *     COMPTE, RAISON SOCIALE, ADRESSE DE FACTURATION, TAUX
      *     HORAIRE NEGOCIE, PLAFOND MENSUEL) AUQUEL LEURS PLAQUES
      *     SONT RATTACHEES (PARKFLOTIMM.TXT). LEURS SEJOURS NE
      *     SONT PAS FACTURES A LA SORTIE : PARKFACT LES VALORISE
      *     AU TAUX NEGOCIE ET LES CUMULE DANS PARKFLOTSEJ.TXT.
      *
      *     CE PROGRAMME DE FIN DE MOIS EMET UN RELEVE PAR
      *     COMPTE AYANT EU DES SEJOURS SORTIS DANS LE MOIS, DANS
      *     PARKFLOREL.TXT : UNE LIGNE 'E' D'EN-TETE (SOCIETE,
      *     ADRESSE, TAUX NEGOCIE), UNE LIGNE 'D' PAR SEJOUR, PUIS
      *     UNE LIGNE 'T' DE TOTAL (NOMBRE DE SEJOURS, MONTANT,
      *     PLAFOND ET DEPASSEMENT EVENTUEL). LE NUMERO DE RELEVE
      *     EST LE RANG D'EMISSION DANS LE MOIS, COMME PARKABOF.
      *     LES SEJOURS D'UN COMPTE ABSENT DE PARKFLOTTE.TXT SONT
      *     SIGNALES ET NE SONT PAS FACTURES.
      *
      *     LE MOIS EST FOURNI PAR LA VARIABLE D'ENVIRONNEMENT
      *     MOISFLO (AAAAMM) ; A DEFAUT, LE MOIS EN COURS. LE
      *     TOTAL FACTURE DU MOIS EST DEPOSE DANS RECAPJOUR VIA
      *     RECAPJR (EN CENTIMES, COMME PARKFACT).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FLOTTE
              ASSIGN TO "./files/parkflotte.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FLOTTE.
           SELECT FIC-FLOTTE-SEJ
              ASSIGN TO "./files/parkflotsej.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FSJ.
           SELECT FIC-RELEVES
              ASSIGN TO "./files/parkflorel.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-FLOTTE RECORDING MODE IS F.
       01  FS-ENR-FLOTTE.
           05 FS-FLT-COMPTE     PIC X(6).
           05 FILLER            PIC X(1).
           05 FS-FLT-RAISON     PIC X(30).
           05 FILLER            PIC X(1).
           05 FS-FLT-ADRESSE    PIC X(40).
           05 FILLER            PIC X(1).
           05 FS-FLT-TAUX       PIC 9(3)V99.
           05 FILLER            PIC X(1).
           05 FS-FLT-PLAFOND    PIC 9(5)V99.

       FD FIC-FLOTTE-SEJ RECORDING MODE IS F.
       01  FS-ENR-FSJ.
           05 FS-FSJ-COMPTE     PIC X(6).
           05 FILLER            PIC X(1).
           05 FS-FSJ-IMMAT      PIC X(10).
           05 FILLER            PIC X(1).
           05 FS-FSJ-DATE-E     PIC 9(8).
           05 FILLER            PIC X(1).
           05 FS-FSJ-HEURE-E    PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-FSJ-DATE-S     PIC 9(8).
           05 FS-FSJ-DATE-S-R REDEFINES FS-FSJ-DATE-S.
               10 FS-FSJ-MOIS-S PIC 9(6).
               10 FILLER        PIC 99.
           05 FILLER            PIC X(1).
           05 FS-FSJ-HEURE-S    PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-FSJ-MINUTES    PIC 9(5).
           05 FILLER            PIC X(1).
           05 FS-FSJ-MONTANT    PIC 9(5)V99.

      * RELEVE : EN-TETE 'E', DETAIL 'D' PAR SEJOUR, TOTAL 'T'.
       FD FIC-RELEVES RECORDING MODE IS F.
       01  FS-ENR-RELEVE.
           05 FS-REL-TYPE       PIC X(1).
           05 FILLER            PIC X(1).
           05 FS-REL-MOIS       PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-REL-NUMERO     PIC 9(4).
           05 FILLER            PIC X(1).
           05 FS-REL-COMPTE     PIC X(6).
           05 FILLER            PIC X(1).
           05 FS-REL-CORPS      PIC X(85).
           05 FS-REL-ENTETE REDEFINES FS-REL-CORPS.
               10 FS-REL-RAISON     PIC X(30).
               10 FILLER            PIC X(1).
               10 FS-REL-ADRESSE    PIC X(40).
               10 FILLER            PIC X(1).
               10 FS-REL-TAUX       PIC 9(3)V99.
               10 FILLER            PIC X(8).
           05 FS-REL-DETAIL REDEFINES FS-REL-CORPS.
               10 FS-REL-IMMAT      PIC X(10).
               10 FILLER            PIC X(1).
               10 FS-REL-DATE-E     PIC 9(8).
               10 FILLER            PIC X(1).
               10 FS-REL-HEURE-E    PIC 9(6).
               10 FILLER            PIC X(1).
               10 FS-REL-DATE-S     PIC 9(8).
               10 FILLER            PIC X(1).
               10 FS-REL-HEURE-S    PIC 9(6).
               10 FILLER            PIC X(1).
               10 FS-REL-MINUTES    PIC 9(5).
               10 FILLER            PIC X(1).
               10 FS-REL-MONTANT    PIC 9(5)V99.
               10 FILLER            PIC X(29).
           05 FS-REL-TOTAL REDEFINES FS-REL-CORPS.
               10 FS-REL-NB-SEJOURS PIC 9(5).
               10 FILLER            PIC X(1).
               10 FS-REL-TOT-MONTANT PIC 9(7)V99.
               10 FILLER            PIC X(1).
               10 FS-REL-PLAFOND    PIC 9(5)V99.
               10 FILLER            PIC X(1).
               10 FS-REL-DEPASSE    PIC X(1).
               10 FILLER            PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKFLOF'.
       01  WS-STATUS-FLOTTE PIC XX.
       01  WS-STATUS-FSJ    PIC XX.
       01  WS-STATUS-REL    PIC XX.

       01  WS-COMPTES-FLOTTE.
           05 WS-NB-COMPTES PIC 9(3) VALUE 0.
           05 WS-CPT OCCURS 50 TIMES.
               10 WS-CPT-COMPTE    PIC X(6).
               10 WS-CPT-RAISON    PIC X(30).
               10 WS-CPT-ADRESSE   PIC X(40).
               10 WS-CPT-TAUX      PIC 9(3)V99.
               10 WS-CPT-PLAFOND   PIC 9(5)V99.
               10 WS-CPT-NB-SEJ    PIC 9(5).
               10 WS-CPT-MONTANT   PIC 9(7)V99.
       01  WS-IND-CPT        PIC 9(3).
       01  WS-CPT-TROUVE     PIC 9(3).

       01  WS-MOIS-FACTURE   PIC 9(6).
       01  WS-MOIS-SAISI     PIC X(6).
       01  WS-DATE-JOUR.
           05 WS-DATE-JOUR-MOIS PIC 9(6).
           05 FILLER            PIC 99.

       01  WS-COMPTEURS.
           05 WS-NB-SEJ-LUS      PIC 9(5) VALUE 0.
           05 WS-NB-SEJ-MOIS     PIC 9(5) VALUE 0.
           05 WS-NB-SEJ-INCONNUS PIC 9(5) VALUE 0.
           05 WS-NB-RELEVES      PIC 9(4) VALUE 0.
           05 WS-NB-DEPASSES     PIC 9(3) VALUE 0.
       01  WS-TOTAL-FACTURE    PIC 9(7)V99 VALUE 0.
       01  WS-RECETTE-CENTIMES PIC S9(7) COMP-3.

      * DEPOT DU TOTAL FACTURE DANS LE RECAPITULATIF PARTAGE,
      * MEME CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
       01  WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01  WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-PARKFLOF-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           PERFORM 0010-CHOISIR-MOIS-DEB
              THRU 0010-CHOISIR-MOIS-FIN.
           PERFORM 0020-CHARGER-COMPTES-DEB
              THRU 0020-CHARGER-COMPTES-FIN.
           PERFORM 1000-TOTALISER-SEJOURS-DEB
              THRU 1000-TOTALISER-SEJOURS-FIN.
           PERFORM 2000-EMETTRE-RELEVES-DEB
              THRU 2000-EMETTRE-RELEVES-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PARKFLOF-FIN.
           EXIT.

       0010-CHOISIR-MOIS-DEB.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISFLO"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-MOIS TO WS-MOIS-FACTURE
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS-FACTURE
           END-IF.
           DISPLAY 'MOIS FACTURE : ' WS-MOIS-FACTURE.
       0010-CHOISIR-MOIS-FIN.
           EXIT.

       0020-CHARGER-COMPTES-DEB.
           OPEN INPUT FIC-FLOTTE.
           IF WS-STATUS-FLOTTE NOT = '00'
              DISPLAY 'FICHIER DES COMPTES FLOTTE INTROUVABLE, '
                      'AUCUN RELEVE A EMETTRE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 0025-CHARGER-COMPTE-DEB
              THRU 0025-CHARGER-COMPTE-FIN
              UNTIL WS-STATUS-FLOTTE NOT = '00'.
           CLOSE FIC-FLOTTE.
       0020-CHARGER-COMPTES-FIN.
           EXIT.

       0025-CHARGER-COMPTE-DEB.
           READ FIC-FLOTTE
              AT END
                 MOVE '10' TO WS-STATUS-FLOTTE
           END-READ.
           IF WS-STATUS-FLOTTE = '00'
              IF WS-NB-COMPTES < 50
                 ADD 1 TO WS-NB-COMPTES
                 MOVE FS-FLT-COMPTE  TO WS-CPT-COMPTE(WS-NB-COMPTES)
                 MOVE FS-FLT-RAISON  TO WS-CPT-RAISON(WS-NB-COMPTES)
                 MOVE FS-FLT-ADRESSE TO WS-CPT-ADRESSE(WS-NB-COMPTES)
                 MOVE FS-FLT-TAUX    TO WS-CPT-TAUX(WS-NB-COMPTES)
                 MOVE FS-FLT-PLAFOND TO WS-CPT-PLAFOND(WS-NB-COMPTES)
                 MOVE 0              TO WS-CPT-NB-SEJ(WS-NB-COMPTES)
                 MOVE 0              TO WS-CPT-MONTANT(WS-NB-COMPTES)
              ELSE
                 DISPLAY 'TABLE DES COMPTES FLOTTE PLEINE (50), '
                         'COMPTE IGNORE : ' FS-FLT-COMPTE
              END-IF
           END-IF.
       0025-CHARGER-COMPTE-FIN.
           EXIT.

      * PREMIERE LECTURE DU CUMUL : NOMBRE DE SEJOURS ET MONTANT
      * DU MOIS PAR COMPTE ; UN COMPTE INCONNU EST SIGNALE.
       1000-TOTALISER-SEJOURS-DEB.
           OPEN INPUT FIC-FLOTTE-SEJ.
           IF WS-STATUS-FSJ NOT = '00'
              DISPLAY 'CUMUL DES SEJOURS FLOTTE INTROUVABLE, '
                      'AUCUN RELEVE A EMETTRE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-TOTALISER-SEJOUR-DEB
              THRU 1010-TOTALISER-SEJOUR-FIN
              UNTIL WS-STATUS-FSJ NOT = '00'.
           CLOSE FIC-FLOTTE-SEJ.
       1000-TOTALISER-SEJOURS-FIN.
           EXIT.

       1010-TOTALISER-SEJOUR-DEB.
           READ FIC-FLOTTE-SEJ
              AT END
                 MOVE '10' TO WS-STATUS-FSJ
           END-READ.
           IF WS-STATUS-FSJ = '00'
              ADD 1 TO WS-NB-SEJ-LUS
              IF FS-FSJ-MOIS-S = WS-MOIS-FACTURE
                 ADD 1 TO WS-NB-SEJ-MOIS
                 PERFORM 1020-TROUVER-COMPTE-DEB
                    THRU 1020-TROUVER-COMPTE-FIN
                 IF WS-CPT-TROUVE = 0
                    ADD 1 TO WS-NB-SEJ-INCONNUS
                    DISPLAY 'SEJOUR D''UN COMPTE FLOTTE INCONNU : '
                            FS-FSJ-COMPTE ' ' FS-FSJ-IMMAT ' SORTIE '
                            FS-FSJ-DATE-S ' MONTANT ' FS-FSJ-MONTANT
                 ELSE
                    ADD 1 TO WS-CPT-NB-SEJ(WS-CPT-TROUVE)
                    ADD FS-FSJ-MONTANT TO WS-CPT-MONTANT(WS-CPT-TROUVE)
                 END-IF
              END-IF
           END-IF.
       1010-TOTALISER-SEJOUR-FIN.
           EXIT.

       1020-TROUVER-COMPTE-DEB.
           MOVE 0 TO WS-CPT-TROUVE.
           PERFORM 1030-COMPARER-COMPTE-DEB
              THRU 1030-COMPARER-COMPTE-FIN
              VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-COMPTES
              OR WS-CPT-TROUVE > 0.
       1020-TROUVER-COMPTE-FIN.
           EXIT.

       1030-COMPARER-COMPTE-DEB.
           IF WS-CPT-COMPTE(WS-IND-CPT) = FS-FSJ-COMPTE
              MOVE WS-IND-CPT TO WS-CPT-TROUVE
           END-IF.
       1030-COMPARER-COMPTE-FIN.
           EXIT.

      * UN RELEVE PAR COMPTE AYANT DES SEJOURS DANS LE MOIS : LE
      * CUMUL EST RELU POUR CHAQUE COMPTE AFIN D'EN LISTER LES
      * SEJOURS DANS L'ORDRE DU FICHIER.
       2000-EMETTRE-RELEVES-DEB.
           OPEN OUTPUT FIC-RELEVES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RELEVES FLOTTE DU MOIS ' WS-MOIS-FACTURE.
           DISPLAY '---------------------------------------------'.
           PERFORM 2010-EMETTRE-RELEVE-DEB
              THRU 2010-EMETTRE-RELEVE-FIN
              VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-COMPTES.
           CLOSE FIC-RELEVES.
       2000-EMETTRE-RELEVES-FIN.
           EXIT.

       2010-EMETTRE-RELEVE-DEB.
           IF WS-CPT-NB-SEJ(WS-IND-CPT) = 0
              DISPLAY WS-CPT-COMPTE(WS-IND-CPT) ' '
                      WS-CPT-RAISON(WS-IND-CPT)
                      ' : AUCUN SEJOUR DANS LE MOIS'
           ELSE
              ADD 1 TO WS-NB-RELEVES

              MOVE SPACES TO FS-ENR-RELEVE
              MOVE 'E'                        TO FS-REL-TYPE
              MOVE WS-MOIS-FACTURE            TO FS-REL-MOIS
              MOVE WS-NB-RELEVES              TO FS-REL-NUMERO
              MOVE WS-CPT-COMPTE(WS-IND-CPT)  TO FS-REL-COMPTE
              MOVE WS-CPT-RAISON(WS-IND-CPT)  TO FS-REL-RAISON
              MOVE WS-CPT-ADRESSE(WS-IND-CPT) TO FS-REL-ADRESSE
              MOVE WS-CPT-TAUX(WS-IND-CPT)    TO FS-REL-TAUX
              WRITE FS-ENR-RELEVE

              OPEN INPUT FIC-FLOTTE-SEJ
              PERFORM 2020-LIGNE-SEJOUR-DEB
                 THRU 2020-LIGNE-SEJOUR-FIN
                 UNTIL WS-STATUS-FSJ NOT = '00'
              CLOSE FIC-FLOTTE-SEJ

              MOVE SPACES TO FS-ENR-RELEVE
              MOVE 'T'                        TO FS-REL-TYPE
              MOVE WS-MOIS-FACTURE            TO FS-REL-MOIS
              MOVE WS-NB-RELEVES              TO FS-REL-NUMERO
              MOVE WS-CPT-COMPTE(WS-IND-CPT)  TO FS-REL-COMPTE
              MOVE WS-CPT-NB-SEJ(WS-IND-CPT)  TO FS-REL-NB-SEJOURS
              MOVE WS-CPT-MONTANT(WS-IND-CPT) TO FS-REL-TOT-MONTANT
              MOVE WS-CPT-PLAFOND(WS-IND-CPT) TO FS-REL-PLAFOND
              MOVE 'N'                        TO FS-REL-DEPASSE
              IF WS-CPT-PLAFOND(WS-IND-CPT) > 0
                 AND WS-CPT-MONTANT(WS-IND-CPT)
                     > WS-CPT-PLAFOND(WS-IND-CPT)
                 MOVE 'O' TO FS-REL-DEPASSE
                 ADD 1 TO WS-NB-DEPASSES
              END-IF
              WRITE FS-ENR-RELEVE

              ADD WS-CPT-MONTANT(WS-IND-CPT) TO WS-TOTAL-FACTURE
              DISPLAY 'RELEVE ' WS-NB-RELEVES ' '
                      WS-CPT-COMPTE(WS-IND-CPT) ' '
                      WS-CPT-RAISON(WS-IND-CPT)
              DISPLAY '   ' WS-CPT-NB-SEJ(WS-IND-CPT)
                      ' SEJOUR(S) AU TAUX '
                      WS-CPT-TAUX(WS-IND-CPT) ' : '
                      WS-CPT-MONTANT(WS-IND-CPT)
              IF FS-REL-DEPASSE = 'O'
                 DISPLAY '   *** PLAFOND ' WS-CPT-PLAFOND(WS-IND-CPT)
                         ' DEPASSE ***'
              END-IF
           END-IF.
       2010-EMETTRE-RELEVE-FIN.
           EXIT.

       2020-LIGNE-SEJOUR-DEB.
           READ FIC-FLOTTE-SEJ
              AT END
                 MOVE '10' TO WS-STATUS-FSJ
           END-READ.
           IF WS-STATUS-FSJ = '00'
              AND FS-FSJ-MOIS-S = WS-MOIS-FACTURE
              AND FS-FSJ-COMPTE = WS-CPT-COMPTE(WS-IND-CPT)
              MOVE SPACES TO FS-ENR-RELEVE
              MOVE 'D'                       TO FS-REL-TYPE
              MOVE WS-MOIS-FACTURE           TO FS-REL-MOIS
              MOVE WS-NB-RELEVES             TO FS-REL-NUMERO
              MOVE WS-CPT-COMPTE(WS-IND-CPT) TO FS-REL-COMPTE
              MOVE FS-FSJ-IMMAT              TO FS-REL-IMMAT
              MOVE FS-FSJ-DATE-E             TO FS-REL-DATE-E
              MOVE FS-FSJ-HEURE-E            TO FS-REL-HEURE-E
              MOVE FS-FSJ-DATE-S             TO FS-REL-DATE-S
              MOVE FS-FSJ-HEURE-S            TO FS-REL-HEURE-S
              MOVE FS-FSJ-MINUTES            TO FS-REL-MINUTES
              MOVE FS-FSJ-MONTANT            TO FS-REL-MONTANT
              WRITE FS-ENR-RELEVE
           END-IF.
       2020-LIGNE-SEJOUR-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'RELEVES MENSUELS DES COMPTES FLOTTE'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'COMPTES FLOTTE          : ' WS-NB-COMPTES.
           DISPLAY 'SEJOURS CUMULES LUS     : ' WS-NB-SEJ-LUS.
           DISPLAY 'SEJOURS DU MOIS         : ' WS-NB-SEJ-MOIS.
           DISPLAY 'SEJOURS COMPTE INCONNU  : ' WS-NB-SEJ-INCONNUS.
           DISPLAY 'RELEVES EMIS            : ' WS-NB-RELEVES.
           DISPLAY 'PLAFONDS DEPASSES       : ' WS-NB-DEPASSES.
           DISPLAY 'TOTAL FACTURE           : ' WS-TOTAL-FACTURE.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LE
      * TOTAL FACTURE EST DEPOSE EN CENTIMES, COMME PARKFACT.
           COMPUTE WS-RECETTE-CENTIMES = WS-TOTAL-FACTURE * 100.
           MOVE WS-PROGRAM-ID         TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'FACTURE FLOTTE CTS'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-RECETTE-CENTIMES   TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '*********************************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID    .
           DISPLAY '*********************************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM PARKFLOF.
