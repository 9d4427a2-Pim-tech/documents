       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKCAIS.

      *********************************************************
      *     RAPPROCHEMENT DE CAISSE DU PARKING PAR POSTE.
      *
      *     PARKFACT CALCULE CE QUE CHAQUE SEJOUR DEVAIT PAYER ;
      *     CE PROGRAMME LE CONFRONTE A CE QUE LA CAISSE A
      *     REELLEMENT ENCAISSE. IL RELIT :
      *       - LE FICHIER DES POSTES PARKCAISSE.TXT, UNE LIGNE
      *         PAR POSTE D'OPERATEUR : DEBUT ET FIN DU POSTE
      *         (DATE ET HEURE), FOND DE CAISSE A L'OUVERTURE,
      *         ESPECES COMPTEES A LA FERMETURE (FOND COMPRIS) ET
      *         TOTAL DES PAIEMENTS PAR CARTE ;
      *       - LES LIGNES DE FACTURATION PARKFACTU.TXT DU JOUR
      *         ECRITES PAR PARKFACT, SEJOURS 'S' ET FORFAITS
      *         TICKET PERDU 'M' COMPRIS.
      *
      *     L'ATTENDU D'UN POSTE EST LA SOMME DES LIGNES DONT LA
      *     SORTIE TOMBE DANS LE POSTE (DEBUT INCLUS, FIN
      *     EXCLUE) ; L'ENCAISSE EST ESPECES - FOND + CARTES.
      *     L'ECART (ENCAISSE - ATTENDU) EST IMPRIME PAR POSTE
      *     PUIS CUMULE PAR OPERATEUR : POSITIF EXCEDENT,
      *     NEGATIF MANQUANT. LES LIGNES FACTUREES HORS DE TOUT
      *     POSTE SONT SIGNALEES.
      *
      *     SEULS LES POSTES QUI SE TERMINENT LE JOUR TRAITE
      *     (RUNDATE, A DEFAUT LA DATE DU JOUR, COMME PARKFACT)
      *     SONT RAPPROCHES.
      *
      *     LES TOTAUX DU JOUR SONT DEPOSES DANS LE RECAPITULATIF
      *     PARTAGE VIA RECAPJR, EN CENTIMES : ESPECES NETTES DU
      *     FOND, CARTES ET ECART DE CAISSE (SIGNE), EN DEPOTS
      *     DISTINCTS POUR QUE CPTAUTO IMPUTE ESPECES ET CARTES
      *     SUR DES COMPTES DIFFERENTS. LA RECETTE ELLE-MEME
      *     RESTE CELLE DEPOSEE PAR PARKFACT.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CAISSE-PARKING
              ASSIGN TO "./files/parkcaisse.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CAISSE.
           SELECT FIC-FACTU-PARKING
              ASSIGN TO "./files/parkfactu.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FACTU.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-CAISSE-PARKING RECORDING MODE IS F.
       01  FS-ENR-CAISSE.
           05 FS-CAI-OPERATEUR  PIC X(8).
           05 FILLER            PIC X(1).
           05 FS-CAI-DATE-DEB   PIC 9(8).
           05 FILLER            PIC X(1).
           05 FS-CAI-HEURE-DEB  PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-CAI-DATE-FIN   PIC 9(8).
           05 FILLER            PIC X(1).
           05 FS-CAI-HEURE-FIN  PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-CAI-FOND       PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 FS-CAI-ESPECES    PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 FS-CAI-CARTES     PIC 9(5)V99.

       FD FIC-FACTU-PARKING RECORDING MODE IS F.
       01  FS-ENR-FACTU.
           05 FS-FAC-IMMAT      PIC X(10).
           05 FILLER            PIC X(1).
           05 FS-FAC-DATE-E     PIC 9(8).
           05 FILLER            PIC X(1).
           05 FS-FAC-HEURE-E    PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-FAC-DATE-S     PIC 9(8).
           05 FILLER            PIC X(1).
           05 FS-FAC-HEURE-S    PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-FAC-MINUTES    PIC 9(5).
           05 FILLER            PIC X(1).
           05 FS-FAC-MONTANT    PIC 9(5)V99.
      *    TYPE DE LIGNE : 'S' SEJOUR AU TEMPS PASSE, 'M' SORTIE
      *    MANUELLE AU FORFAIT (MOTIF ET OPERATEUR RENSEIGNES).
           05 FILLER            PIC X(1).
           05 FS-FAC-TYPE       PIC X(1).
           05 FILLER            PIC X(1).
           05 FS-FAC-MOTIF      PIC X(2).
           05 FILLER            PIC X(1).
           05 FS-FAC-OPERATEUR  PIC X(8).
           05 FILLER            PIC X(1).
           05 FS-FAC-SITE       PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKCAIS'.
       01  WS-STATUS-CAISSE PIC XX.
       01  WS-STATUS-FACTU  PIC XX.

       01  WS-DATE-REF      PIC X(8) VALUE SPACES.

      * HORODATAGE AAAAMMJJHHMMSS, POUR COMPARER D'UN SEUL TENANT
      * LA SORTIE D'UN SEJOUR AUX BORNES DES POSTES.
       01  WS-HORO.
           05 WS-HORO-DATE  PIC 9(8).
           05 WS-HORO-HEURE PIC 9(6).
       01  WS-HORO-N REDEFINES WS-HORO PIC 9(14).

       01  WS-POSTES.
           05 WS-NB-POSTES PIC 9(3) VALUE 0.
           05 WS-PST OCCURS 100 TIMES.
               10 WS-PST-OPERATEUR PIC X(8).
               10 WS-PST-DEBUT     PIC 9(14).
               10 WS-PST-FIN       PIC 9(14).
               10 WS-PST-FOND      PIC 9(5)V99.
               10 WS-PST-ESPECES   PIC 9(5)V99.
               10 WS-PST-CARTES    PIC 9(5)V99.
               10 WS-PST-ATTENDU   PIC 9(7)V99.
               10 WS-PST-NB-LIGNES PIC 9(5).
               10 WS-PST-FORFAITS  PIC 9(7)V99.

       01  WS-OPERATEURS.
           05 WS-NB-OPERS PIC 9(3) VALUE 0.
           05 WS-OPE OCCURS 50 TIMES.
               10 WS-OPE-CODE      PIC X(8).
               10 WS-OPE-NB-POSTES PIC 9(3).
               10 WS-OPE-ATTENDU   PIC 9(7)V99.
               10 WS-OPE-ENCAISSE  PIC S9(7)V99.
               10 WS-OPE-ECART     PIC S9(7)V99.

       01  WS-IND-PST        PIC 9(3).
       01  WS-IND-OPE        PIC 9(3).
       01  WS-IND-TROUVE     PIC 9(3).
       01  WS-NB-POSTES-LIGNE PIC 9(3).
       01  WS-ENCAISSE       PIC S9(7)V99.
       01  WS-ECART          PIC S9(7)V99.
       01  WS-ECART-EDIT     PIC -(7)9.99.
       01  WS-ENCAISSE-EDIT  PIC -(7)9.99.

       01  WS-COMPTEURS.
           05 WS-NB-POSTES-LUS   PIC 9(5) VALUE 0.
           05 WS-NB-POSTES-REJ   PIC 9(5) VALUE 0.
           05 WS-NB-LIGNES-LUES  PIC 9(5) VALUE 0.
           05 WS-NB-HORS-POSTE   PIC 9(5) VALUE 0.
           05 WS-NB-MANQUANTS    PIC 9(3) VALUE 0.
       01  WS-TOTAUX.
           05 WS-TOT-ATTENDU     PIC 9(7)V99 VALUE 0.
           05 WS-TOT-HORS-POSTE  PIC 9(7)V99 VALUE 0.
           05 WS-TOT-ESPECES     PIC S9(7)V99 VALUE 0.
           05 WS-TOT-CARTES      PIC 9(7)V99 VALUE 0.
           05 WS-TOT-ECART       PIC S9(7)V99 VALUE 0.
       01  WS-CENTIMES           PIC S9(7) COMP-3.
       01  WS-POSTE-OK           PIC X(1).

      * DEPOT DES TOTAUX DU JOUR DANS LE RECAPITULATIF PARTAGE,
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
       0000-PARKCAIS-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'JOUR RAPPROCHE : ' WS-DATE-REF.

           PERFORM 0010-CHARGER-POSTES-DEB
              THRU 0010-CHARGER-POSTES-FIN.

           OPEN INPUT FIC-FACTU-PARKING.
           IF WS-STATUS-FACTU = '00'
              PERFORM 1000-LIGNE-FACTU-DEB
                 THRU 1000-LIGNE-FACTU-FIN
                 UNTIL WS-STATUS-FACTU NOT = '00'
              CLOSE FIC-FACTU-PARKING
           ELSE
              DISPLAY 'JOURNAL DES SEJOURS INTROUVABLE, '
                      'ATTENDU NUL SUR TOUS LES POSTES'
           END-IF.

           PERFORM 2000-RAPPROCHER-POSTES-DEB
              THRU 2000-RAPPROCHER-POSTES-FIN.
           PERFORM 3000-IMPRIMER-OPERATEURS-DEB
              THRU 3000-IMPRIMER-OPERATEURS-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PARKCAIS-FIN.
           EXIT.

       0010-CHARGER-POSTES-DEB.
           OPEN INPUT FIC-CAISSE-PARKING.
           IF WS-STATUS-CAISSE NOT = '00'
              DISPLAY 'FICHIER DES POSTES DE CAISSE INTROUVABLE, '
                      'AUCUN RAPPROCHEMENT A FAIRE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 0020-CHARGER-POSTE-DEB
              THRU 0020-CHARGER-POSTE-FIN
              UNTIL WS-STATUS-CAISSE NOT = '00'.
           CLOSE FIC-CAISSE-PARKING.
       0010-CHARGER-POSTES-FIN.
           EXIT.

      * UN POSTE ILLISIBLE (MONTANT OU HORAIRE NON NUMERIQUE, FIN
      * AVANT LE DEBUT) EST REJETE ET SIGNALE ; LES POSTES D'UN
      * AUTRE JOUR SONT SIMPLEMENT IGNORES.
       0020-CHARGER-POSTE-DEB.
           MOVE 'O' TO WS-POSTE-OK.
           READ FIC-CAISSE-PARKING
              AT END
                 MOVE '10' TO WS-STATUS-CAISSE
           END-READ.
           IF WS-STATUS-CAISSE NOT = '00'
              MOVE 'N' TO WS-POSTE-OK
           END-IF.
           IF WS-POSTE-OK = 'O'
              ADD 1 TO WS-NB-POSTES-LUS
              IF FS-CAI-DATE-FIN NOT = WS-DATE-REF
                 MOVE 'N' TO WS-POSTE-OK
              END-IF
           END-IF.
           IF WS-POSTE-OK = 'O'
              IF FS-CAI-DATE-DEB NOT NUMERIC
                 OR FS-CAI-HEURE-DEB NOT NUMERIC
                 OR FS-CAI-HEURE-FIN NOT NUMERIC
                 OR FS-CAI-FOND NOT NUMERIC
                 OR FS-CAI-ESPECES NOT NUMERIC
                 OR FS-CAI-CARTES NOT NUMERIC
                 ADD 1 TO WS-NB-POSTES-REJ
                 DISPLAY 'POSTE ILLISIBLE, REJETE : ' FS-ENR-CAISSE
                 MOVE 'N' TO WS-POSTE-OK
              END-IF
           END-IF.
           IF WS-POSTE-OK = 'O'
              IF WS-NB-POSTES NOT < 100
                 ADD 1 TO WS-NB-POSTES-REJ
                 DISPLAY 'TABLE DES POSTES PLEINE (100), POSTE '
                         'IGNORE : ' FS-CAI-OPERATEUR
                 MOVE 'N' TO WS-POSTE-OK
              END-IF
           END-IF.
           IF WS-POSTE-OK = 'O'
              ADD 1 TO WS-NB-POSTES
              MOVE FS-CAI-OPERATEUR TO WS-PST-OPERATEUR(WS-NB-POSTES)
              MOVE FS-CAI-DATE-DEB  TO WS-HORO-DATE
              MOVE FS-CAI-HEURE-DEB TO WS-HORO-HEURE
              MOVE WS-HORO-N        TO WS-PST-DEBUT(WS-NB-POSTES)
              MOVE FS-CAI-DATE-FIN  TO WS-HORO-DATE
              MOVE FS-CAI-HEURE-FIN TO WS-HORO-HEURE
              MOVE WS-HORO-N        TO WS-PST-FIN(WS-NB-POSTES)
              IF WS-PST-FIN(WS-NB-POSTES) NOT >
                 WS-PST-DEBUT(WS-NB-POSTES)
                 SUBTRACT 1 FROM WS-NB-POSTES
                 ADD 1 TO WS-NB-POSTES-REJ
                 DISPLAY 'POSTE TERMINE AVANT SON DEBUT, REJETE : '
                         FS-CAI-OPERATEUR ' ' FS-CAI-DATE-DEB ' '
                         FS-CAI-HEURE-DEB
                 MOVE 'N' TO WS-POSTE-OK
              END-IF
           END-IF.
           IF WS-POSTE-OK = 'O'
              MOVE FS-CAI-FOND      TO WS-PST-FOND(WS-NB-POSTES)
              MOVE FS-CAI-ESPECES   TO WS-PST-ESPECES(WS-NB-POSTES)
              MOVE FS-CAI-CARTES    TO WS-PST-CARTES(WS-NB-POSTES)
              MOVE 0 TO WS-PST-ATTENDU(WS-NB-POSTES)
              MOVE 0 TO WS-PST-NB-LIGNES(WS-NB-POSTES)
              MOVE 0 TO WS-PST-FORFAITS(WS-NB-POSTES)
           END-IF.
       0020-CHARGER-POSTE-FIN.
           EXIT.

      * CHAQUE LIGNE FACTUREE EST AFFECTEE AU(X) POSTE(S) DONT LES
      * BORNES ENCADRENT SA SORTIE ; SANS POSTE, ELLE EST SIGNALEE.
       1000-LIGNE-FACTU-DEB.
           READ FIC-FACTU-PARKING
              AT END
                 MOVE '10' TO WS-STATUS-FACTU
           END-READ.
           IF WS-STATUS-FACTU = '00'
              ADD 1 TO WS-NB-LIGNES-LUES
              MOVE FS-FAC-DATE-S  TO WS-HORO-DATE
              MOVE FS-FAC-HEURE-S TO WS-HORO-HEURE
              MOVE 0 TO WS-NB-POSTES-LIGNE
              PERFORM 1010-AFFECTER-POSTE-DEB
                 THRU 1010-AFFECTER-POSTE-FIN
                 VARYING WS-IND-PST FROM 1 BY 1
                 UNTIL WS-IND-PST > WS-NB-POSTES
              IF WS-NB-POSTES-LIGNE = 0
                 ADD 1 TO WS-NB-HORS-POSTE
                 ADD FS-FAC-MONTANT TO WS-TOT-HORS-POSTE
                 DISPLAY 'LIGNE FACTUREE HORS POSTE : ' FS-FAC-IMMAT
                         ' SORTIE ' FS-FAC-DATE-S ' ' FS-FAC-HEURE-S
                         ' MONTANT ' FS-FAC-MONTANT
              END-IF
           END-IF.
       1000-LIGNE-FACTU-FIN.
           EXIT.

       1010-AFFECTER-POSTE-DEB.
           IF WS-HORO-N NOT < WS-PST-DEBUT(WS-IND-PST)
              AND WS-HORO-N < WS-PST-FIN(WS-IND-PST)
              ADD 1 TO WS-NB-POSTES-LIGNE
              ADD 1 TO WS-PST-NB-LIGNES(WS-IND-PST)
              ADD FS-FAC-MONTANT TO WS-PST-ATTENDU(WS-IND-PST)
              IF FS-FAC-TYPE = 'M'
                 ADD FS-FAC-MONTANT TO WS-PST-FORFAITS(WS-IND-PST)
              END-IF
           END-IF.
       1010-AFFECTER-POSTE-FIN.
           EXIT.

       2000-RAPPROCHER-POSTES-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RAPPROCHEMENT PAR POSTE DU ' WS-DATE-REF.
           DISPLAY '---------------------------------------------'.
           PERFORM 2010-RAPPROCHER-POSTE-DEB
              THRU 2010-RAPPROCHER-POSTE-FIN
              VARYING WS-IND-PST FROM 1 BY 1
              UNTIL WS-IND-PST > WS-NB-POSTES.
       2000-RAPPROCHER-POSTES-FIN.
           EXIT.

       2010-RAPPROCHER-POSTE-DEB.
           COMPUTE WS-ENCAISSE = WS-PST-ESPECES(WS-IND-PST)
                               - WS-PST-FOND(WS-IND-PST)
                               + WS-PST-CARTES(WS-IND-PST).
           COMPUTE WS-ECART = WS-ENCAISSE - WS-PST-ATTENDU(WS-IND-PST).
           MOVE WS-ENCAISSE TO WS-ENCAISSE-EDIT.
           MOVE WS-ECART    TO WS-ECART-EDIT.
           DISPLAY WS-PST-OPERATEUR(WS-IND-PST)
                   ' DU ' WS-PST-DEBUT(WS-IND-PST)
                   ' AU ' WS-PST-FIN(WS-IND-PST).
           DISPLAY '   LIGNES ' WS-PST-NB-LIGNES(WS-IND-PST)
                   ' ATTENDU ' WS-PST-ATTENDU(WS-IND-PST)
                   ' DONT FORFAITS ' WS-PST-FORFAITS(WS-IND-PST).
           DISPLAY '   FOND ' WS-PST-FOND(WS-IND-PST)
                   ' ESPECES ' WS-PST-ESPECES(WS-IND-PST)
                   ' CARTES ' WS-PST-CARTES(WS-IND-PST)
                   ' ENCAISSE ' WS-ENCAISSE-EDIT.
           EVALUATE TRUE
              WHEN WS-ECART < 0
                 ADD 1 TO WS-NB-MANQUANTS
                 DISPLAY '   ECART ' WS-ECART-EDIT ' *** MANQUANT ***'
              WHEN WS-ECART > 0
                 DISPLAY '   ECART ' WS-ECART-EDIT ' (EXCEDENT)'
              WHEN OTHER
                 DISPLAY '   ECART ' WS-ECART-EDIT ' CAISSE JUSTE'
           END-EVALUATE.

           ADD WS-PST-ATTENDU(WS-IND-PST) TO WS-TOT-ATTENDU.
           COMPUTE WS-TOT-ESPECES = WS-TOT-ESPECES
                                  + WS-PST-ESPECES(WS-IND-PST)
                                  - WS-PST-FOND(WS-IND-PST).
           ADD WS-PST-CARTES(WS-IND-PST) TO WS-TOT-CARTES.
           ADD WS-ECART TO WS-TOT-ECART.

           PERFORM 2020-CUMULER-OPERATEUR-DEB
              THRU 2020-CUMULER-OPERATEUR-FIN.
       2010-RAPPROCHER-POSTE-FIN.
           EXIT.

       2020-CUMULER-OPERATEUR-DEB.
           MOVE 0 TO WS-IND-TROUVE.
           PERFORM 2030-COMPARER-OPERATEUR-DEB
              THRU 2030-COMPARER-OPERATEUR-FIN
              VARYING WS-IND-OPE FROM 1 BY 1
              UNTIL WS-IND-OPE > WS-NB-OPERS
              OR WS-IND-TROUVE > 0.
           IF WS-IND-TROUVE = 0
              IF WS-NB-OPERS < 50
                 ADD 1 TO WS-NB-OPERS
                 MOVE WS-NB-OPERS TO WS-IND-TROUVE
                 MOVE WS-PST-OPERATEUR(WS-IND-PST)
                   TO WS-OPE-CODE(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-NB-POSTES(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-ATTENDU(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-ENCAISSE(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-ECART(WS-IND-TROUVE)
              ELSE
                 DISPLAY 'TABLE DES OPERATEURS PLEINE (50), '
                         'CUMUL IGNORE : '
                         WS-PST-OPERATEUR(WS-IND-PST)
              END-IF
           END-IF.
           IF WS-IND-TROUVE > 0
              ADD 1 TO WS-OPE-NB-POSTES(WS-IND-TROUVE)
              ADD WS-PST-ATTENDU(WS-IND-PST)
                TO WS-OPE-ATTENDU(WS-IND-TROUVE)
              ADD WS-ENCAISSE TO WS-OPE-ENCAISSE(WS-IND-TROUVE)
              ADD WS-ECART    TO WS-OPE-ECART(WS-IND-TROUVE)
           END-IF.
       2020-CUMULER-OPERATEUR-FIN.
           EXIT.

       2030-COMPARER-OPERATEUR-DEB.
           IF WS-OPE-CODE(WS-IND-OPE) = WS-PST-OPERATEUR(WS-IND-PST)
              MOVE WS-IND-OPE TO WS-IND-TROUVE
           END-IF.
       2030-COMPARER-OPERATEUR-FIN.
           EXIT.

       3000-IMPRIMER-OPERATEURS-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RECAPITULATIF PAR OPERATEUR'.
           DISPLAY '---------------------------------------------'.
           PERFORM 3010-LIGNE-OPERATEUR-DEB
              THRU 3010-LIGNE-OPERATEUR-FIN
              VARYING WS-IND-OPE FROM 1 BY 1
              UNTIL WS-IND-OPE > WS-NB-OPERS.
           DISPLAY '---------------------------------------------'.
           MOVE WS-TOT-ECART TO WS-ECART-EDIT.
           DISPLAY 'ATTENDU DU JOUR          : ' WS-TOT-ATTENDU.
           DISPLAY 'FACTURE HORS POSTE       : ' WS-TOT-HORS-POSTE.
           MOVE WS-TOT-ESPECES TO WS-ENCAISSE-EDIT.
           DISPLAY 'ESPECES NETTES DU FOND   : ' WS-ENCAISSE-EDIT.
           DISPLAY 'CARTES                   : ' WS-TOT-CARTES.
           DISPLAY 'ECART DE CAISSE DU JOUR  : ' WS-ECART-EDIT.
       3000-IMPRIMER-OPERATEURS-FIN.
           EXIT.

       3010-LIGNE-OPERATEUR-DEB.
           MOVE WS-OPE-ENCAISSE(WS-IND-OPE) TO WS-ENCAISSE-EDIT.
           MOVE WS-OPE-ECART(WS-IND-OPE)    TO WS-ECART-EDIT.
           DISPLAY WS-OPE-CODE(WS-IND-OPE)
                   ' POSTES ' WS-OPE-NB-POSTES(WS-IND-OPE)
                   ' ATTENDU ' WS-OPE-ATTENDU(WS-IND-OPE)
                   ' ENCAISSE ' WS-ENCAISSE-EDIT
                   ' ECART ' WS-ECART-EDIT.
       3010-LIGNE-OPERATEUR-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'RAPPROCHEMENT DE CAISSE DU PARKING'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LES
      * MONTANTS SONT DEPOSES EN CENTIMES, COMME PARKFACT.
       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'POSTES LUS               : ' WS-NB-POSTES-LUS.
           DISPLAY 'POSTES RAPPROCHES        : ' WS-NB-POSTES.
           DISPLAY 'POSTES REJETES           : ' WS-NB-POSTES-REJ.
           DISPLAY 'POSTES EN MANQUANT       : ' WS-NB-MANQUANTS.
           DISPLAY 'LIGNES FACTUREES LUES    : ' WS-NB-LIGNES-LUES.
           DISPLAY 'LIGNES HORS POSTE        : ' WS-NB-HORS-POSTE.
           MOVE WS-PROGRAM-ID TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           COMPUTE WS-CENTIMES = WS-TOT-ESPECES * 100.
           MOVE 'ESPECES PARKING CTS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-CENTIMES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           COMPUTE WS-CENTIMES = WS-TOT-CARTES * 100.
           MOVE 'CARTES PARKING CTS'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-CENTIMES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           COMPUTE WS-CENTIMES = WS-TOT-ECART * 100.
           MOVE 'ECART CAISSE PK CTS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-CENTIMES TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM PARKCAIS.
