       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZCLOT.

      *********************************************************
      *     CLOTURE DE CAISSE DU COMPTOIR PIZZA (RAPPORT Z).
      *
      *     B30103 CONSIGNE CHAQUE COMMANDE DANS PIZZACMD AVEC
      *     SON NUMERO DU JOUR, SON MODE DE REGLEMENT (E
      *     ESPECES, C CARTE, T TITRE-RESTAURANT) ET L'OPERATEUR ;
      *     UNE ANNULATION Y FIGURE PAR UNE LIGNE DE STATUT 'A'
      *     QUI REPREND LA COMMANDE ET PORTE L'OPERATEUR QUI
      *     ANNULE. CE PROGRAMME, LANCE APRES LA DERNIERE
      *     VACATION, ETABLIT LE RAPPORT Z DU JOUR (RUNDATE, A
      *     DEFAUT LA DATE DU JOUR) :
      *       - VENTES PAR TYPE DE PIZZA ET PAR HEURE, NETTES
      *         DES ANNULATIONS (UNE ANNULATION EST DEDUITE DE
      *         L'HEURE DE LA COMMANDE ANNULEE), VALORISEES AU
      *         PRIX DU MENU (PIZZAMENU.TXT) ;
      *       - ENCAISSEMENTS ATTENDUS PAR MODE DE REGLEMENT,
      *         CONFRONTES AU COMPTAGE DE LA CAISSE
      *         (PIZZACOMPTAGE.TXT, UNE LIGNE PAR COMPTAGE : FOND
      *         DE CAISSE, ESPECES COMPTEES FOND COMPRIS, CARTES
      *         ET TITRES-RESTAURANT ; LES LIGNES DU JOUR SONT
      *         CUMULEES). L'ECART (COMPTE - ATTENDU) EST DONNE
      *         PAR MODE ET AU TOTAL : POSITIF EXCEDENT, NEGATIF
      *         MANQUANT ;
      *       - LISTE DES COMMANDES ANNULEES AVEC L'OPERATEUR QUI
      *         LES A ANNULEES.
      *
      *     CHAQUE RAPPORT Z PORTE UN NUMERO CONTINU TENU DANS LE
      *     REGISTRE PIZZAZREG.TXT. UN JOUR DEJA CLOTURE N'EST
      *     JAMAIS RE-EMIS : LE PROGRAMME S'ARRETE SANS RIEN
      *     DEPOSER. SANS COMPTAGE DE CAISSE DU JOUR, LE Z N'EST
      *     PAS EMIS NON PLUS. LE RAPPORT EST ARCHIVE EN AJOUT
      *     DANS PIZZAZRAP.TXT.
      *
      *     LES TOTAUX SONT DEPOSES DANS LE RECAPITULATIF PARTAGE
      *     VIA RECAPJR, EN CENTIMES, COMME PARKCAIS : ESPECES
      *     NETTES DU FOND, CARTES, TITRES-RESTAURANT ET ECART DE
      *     CAISSE (SIGNE), EN DEPOTS DISTINCTS POUR QUE CPTAUTO
      *     LES IMPUTE SUR DES COMPTES DIFFERENTS. LA RECETTE
      *     ELLE-MEME RESTE CELLE DEPOSEE PAR PIZZSTCK.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORDERS ASSIGN TO PIZZACMD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-ORDERS.
           SELECT FIC-MENU
              ASSIGN TO "./files/pizzamenu.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MENU.
           SELECT FIC-COMPTAGE
              ASSIGN TO "./files/pizzacomptage.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-COMPTAGE.
           SELECT FIC-REGISTRE-Z
              ASSIGN TO "./files/pizzazreg.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REGISTRE.
           SELECT FIC-RAPPORT-Z
              ASSIGN TO "./files/pizzazrap.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD FORDERS
           RECORDING MODE IS F.
       01 FS-ENREG-ORDERS.
           05 FS-ORD-HORODATAGE   PIC 9(14).
           05 FS-ORD-TYPE         PIC X(3).
           05 FS-ORD-PIZZAS       PIC 99.
           05 FS-ORD-REGLEMENT    PIC X(1).
           05 FS-ORD-NUMERO       PIC 9(4).
           05 FS-ORD-STATUT       PIC X(1).
           05 FS-ORD-OPERATEUR    PIC X(8).

       FD FIC-MENU RECORDING MODE IS F.
       01 FS-ENR-MENU.
           05 FS-MNU-CODE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-MNU-LIBELLE PIC X(20).
           05 FILLER PIC X(1).
           05 FS-MNU-PRIX    PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 FS-MNU-ACTIF   PIC X(1).

      *    UNE LIGNE PAR COMPTAGE DE CAISSE, SAISIE A LA FERMETURE.
       FD FIC-COMPTAGE RECORDING MODE IS F.
       01 FS-ENR-COMPTAGE.
           05 FS-CPT-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 FS-CPT-OPERATEUR  PIC X(8).
           05 FILLER            PIC X(1).
           05 FS-CPT-FOND       PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 FS-CPT-ESPECES    PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 FS-CPT-CARTES     PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 FS-CPT-TITRES     PIC 9(5)V99.

      *    UNE LIGNE PAR RAPPORT Z EMIS : NUMERO, JOUR CLOTURE,
      *    HEURE D'EMISSION, COMMANDES ET ANNULATIONS, VENTES
      *    NETTES ET ECART DE CAISSE.
       FD FIC-REGISTRE-Z RECORDING MODE IS F.
       01 FS-ENR-REGISTRE.
           05 FS-REG-NUMERO     PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-REG-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 FS-REG-HEURE      PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-REG-COMMANDES  PIC 9(5).
           05 FILLER            PIC X(1).
           05 FS-REG-ANNULEES   PIC 9(5).
           05 FILLER            PIC X(1).
           05 FS-REG-VENTES     PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FS-REG-ECART      PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD FIC-RAPPORT-Z RECORDING MODE IS F.
       01 FS-ENR-RAPPORT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PROGRAM-ID PIC X(8) VALUE 'PIZZCLOT'.
       01 WS-FS-ORDERS       PIC XX.
       01 WS-STATUS-MENU     PIC XX.
       01 WS-STATUS-COMPTAGE PIC XX.
       01 WS-STATUS-REGISTRE PIC XX.
       01 WS-STATUS-RAPPORT  PIC XX.

       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR PIC X(8).
       01 WS-RUN-DATE  PIC X(8) VALUE SPACES.
       01 WS-HEURE-EMISSION PIC 9(8).

      * REGISTRE DES Z : DERNIER NUMERO ATTRIBUE ET JOUR DEJA
      * CLOTURE.
       01 WS-DERNIER-Z      PIC 9(6) VALUE 0.
       01 WS-NUMERO-Z       PIC 9(6) VALUE 0.
       01 WS-Z-DEJA-EMIS    PIC X(1) VALUE 'N'.
       01 WS-NUMERO-Z-EMIS  PIC 9(6) VALUE 0.

      * VENTES DU JOUR PAR TYPE DE PIZZA, AVEC LE PRIX DU MENU.
       01 WS-TYPES.
           05 WS-NB-TYPES PIC 99 VALUE 0.
           05 WS-TYP OCCURS 20 TIMES.
               10 WS-TYP-CODE    PIC X(3).
               10 WS-TYP-LIBELLE PIC X(20).
               10 WS-TYP-PRIX    PIC 9(3)V99.
               10 WS-TYP-QTE     PIC 9(5).
               10 WS-TYP-MONTANT PIC 9(7)V99.
       01 WS-IND-TYP        PIC 99.
       01 WS-IND-TYP-TROUVE PIC 99.

      * VENTES PAR HEURE DE 00 A 23 (INDICE = HEURE + 1).
       01 WS-HEURES.
           05 WS-HEU OCCURS 24 TIMES.
               10 WS-HEU-QTE     PIC 9(5).
               10 WS-HEU-MONTANT PIC 9(7)V99.
       01 WS-IND-HEU        PIC 99.
       01 WS-HEURE-LIGNE    PIC 99.

      * COMMANDES DU JOUR : HEURE DE PRISE, POUR DEDUIRE UNE
      * ANNULATION DE L'HEURE DE LA COMMANDE QU'ELLE ANNULE.
       01 WS-COMMANDES-JOUR.
           05 WS-NB-CMD PIC 9(3) VALUE 0.
           05 WS-CMD OCCURS 500 TIMES.
               10 WS-CMD-NUMERO  PIC 9(4).
               10 WS-CMD-HEURE   PIC 99.
       01 WS-IND-CMD        PIC 9(3).
       01 WS-IND-CMD-TROUVE PIC 9(3).

      * COMMANDES ANNULEES, POUR LA LISTE DU RAPPORT.
       01 WS-ANNULATIONS.
           05 WS-NB-ANN PIC 9(3) VALUE 0.
           05 WS-ANN OCCURS 200 TIMES.
               10 WS-ANN-NUMERO    PIC 9(4).
               10 WS-ANN-TYPE      PIC X(3).
               10 WS-ANN-PIZZAS    PIC 99.
               10 WS-ANN-MONTANT   PIC 9(5)V99.
               10 WS-ANN-REGLEMENT PIC X(1).
               10 WS-ANN-OPERATEUR PIC X(8).
               10 WS-ANN-HEURE     PIC 9(6).
       01 WS-IND-ANN        PIC 9(3).

      * ENCAISSEMENTS ATTENDUS PAR MODE ET COMPTAGE DE LA CAISSE.
       01 WS-ATTENDU-ESPECES PIC 9(7)V99 VALUE 0.
       01 WS-ATTENDU-CARTES  PIC 9(7)V99 VALUE 0.
       01 WS-ATTENDU-TITRES  PIC 9(7)V99 VALUE 0.
       01 WS-ATTENDU-TOTAL   PIC 9(7)V99 VALUE 0.
       01 WS-COMPTE-FOND     PIC 9(7)V99 VALUE 0.
       01 WS-COMPTE-ESPECES  PIC S9(7)V99 VALUE 0.
       01 WS-COMPTE-CARTES   PIC 9(7)V99 VALUE 0.
       01 WS-COMPTE-TITRES   PIC 9(7)V99 VALUE 0.
       01 WS-COMPTE-TOTAL    PIC S9(7)V99 VALUE 0.
       01 WS-ECART-ESPECES   PIC S9(7)V99 VALUE 0.
       01 WS-ECART-CARTES    PIC S9(7)V99 VALUE 0.
       01 WS-ECART-TITRES    PIC S9(7)V99 VALUE 0.
       01 WS-ECART-TOTAL     PIC S9(7)V99 VALUE 0.
       01 WS-NB-COMPTAGES    PIC 9(3) VALUE 0.

       01 WS-MONTANT-LIGNE   PIC 9(5)V99.
       01 WS-VENTES-NETTES   PIC 9(7)V99 VALUE 0.
       01 WS-PIZZAS-NETTES   PIC 9(5) VALUE 0.
       01 WS-CENTIMES        PIC S9(7) COMP-3.

       01 WS-COMPTEURS.
           05 WS-NB-LUES         PIC 9(7) VALUE 0.
           05 WS-NB-HORS-JOUR    PIC 9(7) VALUE 0.
           05 WS-NB-COMMANDES    PIC 9(5) VALUE 0.
           05 WS-NB-ANNULATIONS  PIC 9(5) VALUE 0.
           05 WS-NB-LIGNES-RAP   PIC 9(5) VALUE 0.

      * LIGNE DU RAPPORT, AFFICHEE ET ARCHIVEE.
       01 WS-LIGNE           PIC X(80).
       01 WS-QTE-EDIT        PIC Z(4)9.
       01 WS-MONTANT-EDIT    PIC Z(6)9.99.
       01 WS-ECART-EDIT      PIC -(7)9.99.
       01 WS-COMPTE-EDIT     PIC -(7)9.99.
       01 WS-LIBELLE-MODE    PIC X(16).

      * DEPOT DES TOTAUX DU Z DANS LE RECAPITULATIF PARTAGE,
      * MEME CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
       01 WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01 WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-PIZZCLOT-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 MOVE SPACES TO WS-RUN-DATE
           END-ACCEPT.
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ELSE
              MOVE WS-RUN-DATE TO WS-DATE-JOUR
           END-IF.
           DISPLAY 'JOUR CLOTURE : ' WS-DATE-JOUR.

           PERFORM 0100-LIRE-REGISTRE-DEB
              THRU 0100-LIRE-REGISTRE-FIN.
           PERFORM 0300-LIRE-COMPTAGE-DEB
              THRU 0300-LIRE-COMPTAGE-FIN.
           PERFORM 0500-CHARGER-MENU-DEB
              THRU 0500-CHARGER-MENU-FIN.
           PERFORM 1000-TOTALISER-JOURNEE-DEB
              THRU 1000-TOTALISER-JOURNEE-FIN.
           PERFORM 2000-RAPPROCHER-CAISSE-DEB
              THRU 2000-RAPPROCHER-CAISSE-FIN.
           PERFORM 3000-EDITER-RAPPORT-DEB
              THRU 3000-EDITER-RAPPORT-FIN.
           PERFORM 4000-ENREGISTRER-Z-DEB
              THRU 4000-ENREGISTRER-Z-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PIZZCLOT-FIN.
           EXIT.

      * LE REGISTRE DONNE LE DERNIER NUMERO ATTRIBUE ; UN JOUR
      * QUI Y FIGURE DEJA A SON Z, QUI N'EST PAS RE-EMIS. SANS
      * REGISTRE, LA NUMEROTATION COMMENCE A 1.
       0100-LIRE-REGISTRE-DEB.
           OPEN INPUT FIC-REGISTRE-Z.
           IF WS-STATUS-REGISTRE = '00'
              PERFORM 0110-LIGNE-REGISTRE-DEB
                 THRU 0110-LIGNE-REGISTRE-FIN
                 UNTIL WS-STATUS-REGISTRE NOT = '00'
              CLOSE FIC-REGISTRE-Z
           END-IF.
           IF WS-Z-DEJA-EMIS = 'O'
              DISPLAY 'JOUR DEJA CLOTURE PAR LE Z NUMERO '
                      WS-NUMERO-Z-EMIS ', AUCUNE RE-EMISSION'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           COMPUTE WS-NUMERO-Z = WS-DERNIER-Z + 1.
       0100-LIRE-REGISTRE-FIN.
           EXIT.

       0110-LIGNE-REGISTRE-DEB.
           READ FIC-REGISTRE-Z
              AT END
                 MOVE '10' TO WS-STATUS-REGISTRE
           END-READ.
           IF WS-STATUS-REGISTRE = '00'
              IF FS-REG-NUMERO NUMERIC
                 IF FS-REG-NUMERO > WS-DERNIER-Z
                    MOVE FS-REG-NUMERO TO WS-DERNIER-Z
                 END-IF
                 IF FS-REG-DATE = WS-DATE-JOUR
                    MOVE 'O'           TO WS-Z-DEJA-EMIS
                    MOVE FS-REG-NUMERO TO WS-NUMERO-Z-EMIS
                 END-IF
              END-IF
           END-IF.
       0110-LIGNE-REGISTRE-FIN.
           EXIT.

      * LES COMPTAGES DU JOUR SONT CUMULES ; UN COMPTAGE
      * ILLISIBLE EST SIGNALE ET IGNORE. SANS AUCUN COMPTAGE, LA
      * CAISSE N'EST PAS RAPPROCHABLE ET LE Z N'EST PAS EMIS.
       0300-LIRE-COMPTAGE-DEB.
           OPEN INPUT FIC-COMPTAGE.
           IF WS-STATUS-COMPTAGE = '00'
              PERFORM 0310-LIGNE-COMPTAGE-DEB
                 THRU 0310-LIGNE-COMPTAGE-FIN
                 UNTIL WS-STATUS-COMPTAGE NOT = '00'
              CLOSE FIC-COMPTAGE
           END-IF.
           IF WS-NB-COMPTAGES = 0
              DISPLAY 'AUCUN COMPTAGE DE CAISSE POUR LE '
                      WS-DATE-JOUR ', Z NON EMIS'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
       0300-LIRE-COMPTAGE-FIN.
           EXIT.

       0310-LIGNE-COMPTAGE-DEB.
           READ FIC-COMPTAGE
              AT END
                 MOVE '10' TO WS-STATUS-COMPTAGE
           END-READ.
           IF WS-STATUS-COMPTAGE = '00'
              IF FS-CPT-DATE = WS-DATE-JOUR
                 IF FS-CPT-FOND NOT NUMERIC
                    OR FS-CPT-ESPECES NOT NUMERIC
                    OR FS-CPT-CARTES NOT NUMERIC
                    OR FS-CPT-TITRES NOT NUMERIC
                    DISPLAY 'COMPTAGE ILLISIBLE, IGNORE : '
                            FS-ENR-COMPTAGE
                 ELSE
                    ADD 1 TO WS-NB-COMPTAGES
                    ADD FS-CPT-FOND    TO WS-COMPTE-FOND
                    COMPUTE WS-COMPTE-ESPECES = WS-COMPTE-ESPECES
                                              + FS-CPT-ESPECES
                                              - FS-CPT-FOND
                    ADD FS-CPT-CARTES  TO WS-COMPTE-CARTES
                    ADD FS-CPT-TITRES  TO WS-COMPTE-TITRES
                 END-IF
              END-IF
           END-IF.
       0310-LIGNE-COMPTAGE-FIN.
           EXIT.

      * MENU CHARGE POUR LES LIBELLES ET LES PRIX ; SANS MENU,
      * LES QUANTITES SONT EDITEES MAIS LES VENTES RESTENT A
      * ZERO ET SONT SIGNALEES.
       0500-CHARGER-MENU-DEB.
           OPEN INPUT FIC-MENU.
           IF WS-STATUS-MENU = '00'
              PERFORM 0510-CHARGER-PIZZA-DEB
                 THRU 0510-CHARGER-PIZZA-FIN
                 UNTIL WS-STATUS-MENU NOT = '00'
              CLOSE FIC-MENU
           ELSE
              DISPLAY 'MENU INTROUVABLE, VENTES NON VALORISEES'
           END-IF.
       0500-CHARGER-MENU-FIN.
           EXIT.

       0510-CHARGER-PIZZA-DEB.
           READ FIC-MENU
              AT END
                 MOVE '10' TO WS-STATUS-MENU
           END-READ.
           IF WS-STATUS-MENU = '00'
              IF WS-NB-TYPES < 20
                 ADD 1 TO WS-NB-TYPES
                 MOVE FS-MNU-CODE    TO WS-TYP-CODE(WS-NB-TYPES)
                 MOVE FS-MNU-LIBELLE TO WS-TYP-LIBELLE(WS-NB-TYPES)
                 MOVE FS-MNU-PRIX    TO WS-TYP-PRIX(WS-NB-TYPES)
                 MOVE 0 TO WS-TYP-QTE(WS-NB-TYPES)
                 MOVE 0 TO WS-TYP-MONTANT(WS-NB-TYPES)
              ELSE
                 DISPLAY 'MENU PLEIN (20), PIZZA IGNOREE : '
                         FS-MNU-CODE
              END-IF
           END-IF.
       0510-CHARGER-PIZZA-FIN.
           EXIT.

       1000-TOTALISER-JOURNEE-DEB.
           INITIALIZE WS-HEURES.
           OPEN INPUT FORDERS.
           IF WS-FS-ORDERS = '00'
              PERFORM 1010-LIGNE-COMMANDE-DEB
                 THRU 1010-LIGNE-COMMANDE-FIN
                 UNTIL WS-FS-ORDERS NOT = '00'
              CLOSE FORDERS
           ELSE
              DISPLAY 'JOURNAL DES COMMANDES PIZZA INTROUVABLE, '
                      'VENTES NULLES'
           END-IF.
       1000-TOTALISER-JOURNEE-FIN.
           EXIT.

      * UNE COMMANDE DU JOUR EST AJOUTEE A SON TYPE, A SON HEURE
      * ET A SON MODE DE REGLEMENT ; UNE ANNULATION EN DEDUIT LE
      * MEME MONTANT, A L'HEURE DE LA COMMANDE ANNULEE, ET EST
      * RETENUE POUR LA LISTE DES ANNULATIONS.
       1010-LIGNE-COMMANDE-DEB.
           READ FORDERS
              AT END
                 MOVE '10' TO WS-FS-ORDERS
           END-READ.
           IF WS-FS-ORDERS = '00'
              ADD 1 TO WS-NB-LUES
              IF FS-ENREG-ORDERS(1:8) NOT = WS-DATE-JOUR-X
                 ADD 1 TO WS-NB-HORS-JOUR
              ELSE
                 PERFORM 1020-TROUVER-TYPE-DEB
                    THRU 1020-TROUVER-TYPE-FIN
                 MOVE 0 TO WS-MONTANT-LIGNE
                 IF WS-IND-TYP-TROUVE > 0
                    COMPUTE WS-MONTANT-LIGNE = FS-ORD-PIZZAS
                            * WS-TYP-PRIX(WS-IND-TYP-TROUVE)
                 END-IF
                 MOVE FS-ENREG-ORDERS(9:2) TO WS-HEURE-LIGNE
                 IF FS-ORD-STATUT = 'A'
                    PERFORM 1100-DEDUIRE-ANNULATION-DEB
                       THRU 1100-DEDUIRE-ANNULATION-FIN
                 ELSE
                    PERFORM 1200-AJOUTER-COMMANDE-DEB
                       THRU 1200-AJOUTER-COMMANDE-FIN
                 END-IF
              END-IF
           END-IF.
       1010-LIGNE-COMMANDE-FIN.
           EXIT.

      * UN TYPE ABSENT DU MENU EST SUIVI QUAND MEME, A PRIX NUL.
       1020-TROUVER-TYPE-DEB.
           MOVE 0 TO WS-IND-TYP-TROUVE.
           PERFORM 1030-COMPARER-TYPE-DEB
              THRU 1030-COMPARER-TYPE-FIN
              VARYING WS-IND-TYP FROM 1 BY 1
              UNTIL WS-IND-TYP > WS-NB-TYPES
              OR WS-IND-TYP-TROUVE > 0.
           IF WS-IND-TYP-TROUVE = 0
              IF WS-NB-TYPES < 20
                 ADD 1 TO WS-NB-TYPES
                 MOVE FS-ORD-TYPE TO WS-TYP-CODE(WS-NB-TYPES)
                 MOVE 'HORS MENU' TO WS-TYP-LIBELLE(WS-NB-TYPES)
                 MOVE 0 TO WS-TYP-PRIX(WS-NB-TYPES)
                 MOVE 0 TO WS-TYP-QTE(WS-NB-TYPES)
                 MOVE 0 TO WS-TYP-MONTANT(WS-NB-TYPES)
                 MOVE WS-NB-TYPES TO WS-IND-TYP-TROUVE
                 DISPLAY 'TYPE COMMANDE ABSENT DU MENU : '
                         FS-ORD-TYPE
              END-IF
           END-IF.
       1020-TROUVER-TYPE-FIN.
           EXIT.

       1030-COMPARER-TYPE-DEB.
           IF WS-TYP-CODE(WS-IND-TYP) = FS-ORD-TYPE
              MOVE WS-IND-TYP TO WS-IND-TYP-TROUVE
           END-IF.
       1030-COMPARER-TYPE-FIN.
           EXIT.

       1100-DEDUIRE-ANNULATION-DEB.
           ADD 1 TO WS-NB-ANNULATIONS.
           MOVE 0 TO WS-IND-CMD-TROUVE.
           PERFORM 1110-COMPARER-COMMANDE-DEB
              THRU 1110-COMPARER-COMMANDE-FIN
              VARYING WS-IND-CMD FROM 1 BY 1
              UNTIL WS-IND-CMD > WS-NB-CMD
              OR WS-IND-CMD-TROUVE > 0.
           IF WS-IND-CMD-TROUVE > 0
              MOVE WS-CMD-HEURE(WS-IND-CMD-TROUVE) TO WS-HEURE-LIGNE
           END-IF.
           COMPUTE WS-IND-HEU = WS-HEURE-LIGNE + 1.
           SUBTRACT FS-ORD-PIZZAS    FROM WS-HEU-QTE(WS-IND-HEU).
           SUBTRACT WS-MONTANT-LIGNE FROM WS-HEU-MONTANT(WS-IND-HEU).
           IF WS-IND-TYP-TROUVE > 0
              SUBTRACT FS-ORD-PIZZAS
                 FROM WS-TYP-QTE(WS-IND-TYP-TROUVE)
              SUBTRACT WS-MONTANT-LIGNE
                 FROM WS-TYP-MONTANT(WS-IND-TYP-TROUVE)
           END-IF.
           EVALUATE FS-ORD-REGLEMENT
              WHEN 'E'
                 SUBTRACT WS-MONTANT-LIGNE FROM WS-ATTENDU-ESPECES
              WHEN 'C'
                 SUBTRACT WS-MONTANT-LIGNE FROM WS-ATTENDU-CARTES
              WHEN 'T'
                 SUBTRACT WS-MONTANT-LIGNE FROM WS-ATTENDU-TITRES
           END-EVALUATE.
           IF WS-NB-ANN < 200
              ADD 1 TO WS-NB-ANN
              MOVE FS-ORD-NUMERO    TO WS-ANN-NUMERO(WS-NB-ANN)
              MOVE FS-ORD-TYPE      TO WS-ANN-TYPE(WS-NB-ANN)
              MOVE FS-ORD-PIZZAS    TO WS-ANN-PIZZAS(WS-NB-ANN)
              MOVE WS-MONTANT-LIGNE TO WS-ANN-MONTANT(WS-NB-ANN)
              MOVE FS-ORD-REGLEMENT TO WS-ANN-REGLEMENT(WS-NB-ANN)
              MOVE FS-ORD-OPERATEUR TO WS-ANN-OPERATEUR(WS-NB-ANN)
              MOVE FS-ENREG-ORDERS(9:6)
                TO WS-ANN-HEURE(WS-NB-ANN)
           ELSE
              DISPLAY 'TABLE DES ANNULATIONS PLEINE (200), '
                      'COMMANDE NON LISTEE : ' FS-ORD-NUMERO
           END-IF.
       1100-DEDUIRE-ANNULATION-FIN.
           EXIT.

       1110-COMPARER-COMMANDE-DEB.
           IF WS-CMD-NUMERO(WS-IND-CMD) = FS-ORD-NUMERO
              MOVE WS-IND-CMD TO WS-IND-CMD-TROUVE
           END-IF.
       1110-COMPARER-COMMANDE-FIN.
           EXIT.

       1200-AJOUTER-COMMANDE-DEB.
           ADD 1 TO WS-NB-COMMANDES.
           COMPUTE WS-IND-HEU = WS-HEURE-LIGNE + 1.
           ADD FS-ORD-PIZZAS    TO WS-HEU-QTE(WS-IND-HEU).
           ADD WS-MONTANT-LIGNE TO WS-HEU-MONTANT(WS-IND-HEU).
           IF WS-IND-TYP-TROUVE > 0
              ADD FS-ORD-PIZZAS
                 TO WS-TYP-QTE(WS-IND-TYP-TROUVE)
              ADD WS-MONTANT-LIGNE
                 TO WS-TYP-MONTANT(WS-IND-TYP-TROUVE)
           END-IF.
           EVALUATE FS-ORD-REGLEMENT
              WHEN 'E'
                 ADD WS-MONTANT-LIGNE TO WS-ATTENDU-ESPECES
              WHEN 'C'
                 ADD WS-MONTANT-LIGNE TO WS-ATTENDU-CARTES
              WHEN 'T'
                 ADD WS-MONTANT-LIGNE TO WS-ATTENDU-TITRES
              WHEN OTHER
                 DISPLAY 'COMMANDE ' FS-ORD-NUMERO
                         ' SANS MODE DE REGLEMENT CONNU : '
                         FS-ORD-REGLEMENT
           END-EVALUATE.
           IF WS-NB-CMD < 500
              ADD 1 TO WS-NB-CMD
              MOVE FS-ORD-NUMERO  TO WS-CMD-NUMERO(WS-NB-CMD)
              MOVE WS-HEURE-LIGNE TO WS-CMD-HEURE(WS-NB-CMD)
           END-IF.
       1200-AJOUTER-COMMANDE-FIN.
           EXIT.

      * ECART PAR MODE = COMPTE - ATTENDU ; LES ESPECES SONT
      * COMPTEES NETTES DU FOND DE CAISSE.
       2000-RAPPROCHER-CAISSE-DEB.
           COMPUTE WS-ATTENDU-TOTAL = WS-ATTENDU-ESPECES
                                    + WS-ATTENDU-CARTES
                                    + WS-ATTENDU-TITRES.
           COMPUTE WS-COMPTE-TOTAL = WS-COMPTE-ESPECES
                                   + WS-COMPTE-CARTES
                                   + WS-COMPTE-TITRES.
           COMPUTE WS-ECART-ESPECES = WS-COMPTE-ESPECES
                                    - WS-ATTENDU-ESPECES.
           COMPUTE WS-ECART-CARTES  = WS-COMPTE-CARTES
                                    - WS-ATTENDU-CARTES.
           COMPUTE WS-ECART-TITRES  = WS-COMPTE-TITRES
                                    - WS-ATTENDU-TITRES.
           COMPUTE WS-ECART-TOTAL   = WS-COMPTE-TOTAL
                                    - WS-ATTENDU-TOTAL.
       2000-RAPPROCHER-CAISSE-FIN.
           EXIT.

      * LE RAPPORT Z EST AFFICHE ET ARCHIVE LIGNE A LIGNE.
       3000-EDITER-RAPPORT-DEB.
           OPEN EXTEND FIC-RAPPORT-Z.
           IF WS-STATUS-RAPPORT = '35'
              OPEN OUTPUT FIC-RAPPORT-Z
           END-IF.
           ACCEPT WS-HEURE-EMISSION FROM TIME.
           MOVE ALL '=' TO WS-LIGNE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING 'RAPPORT Z NUMERO ' WS-NUMERO-Z
                  ' - CLOTURE DU ' WS-DATE-JOUR
                  ' - EMIS A ' WS-HEURE-EMISSION(1:6)
                  DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           MOVE ALL '=' TO WS-LIGNE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.

           MOVE 'VENTES PAR TYPE (NETTES DES ANNULATIONS)'
             TO WS-LIGNE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           PERFORM 3010-LIGNE-TYPE-DEB
              THRU 3010-LIGNE-TYPE-FIN
              VARYING WS-IND-TYP FROM 1 BY 1
              UNTIL WS-IND-TYP > WS-NB-TYPES.
           MOVE WS-PIZZAS-NETTES TO WS-QTE-EDIT.
           MOVE WS-VENTES-NETTES TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING '  TOTAL                     ' WS-QTE-EDIT
                  '  ' WS-MONTANT-EDIT
                  DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.

           MOVE 'VENTES PAR HEURE' TO WS-LIGNE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           PERFORM 3020-LIGNE-HEURE-DEB
              THRU 3020-LIGNE-HEURE-FIN
              VARYING WS-IND-HEU FROM 1 BY 1
              UNTIL WS-IND-HEU > 24.

           MOVE 'ENCAISSEMENTS    ATTENDU       COMPTE        ECART'
             TO WS-LIGNE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           MOVE 'ESPECES'         TO WS-LIBELLE-MODE.
           MOVE WS-ATTENDU-ESPECES TO WS-MONTANT-EDIT.
           MOVE WS-COMPTE-ESPECES TO WS-COMPTE-EDIT.
           MOVE WS-ECART-ESPECES  TO WS-ECART-EDIT.
           PERFORM 3030-LIGNE-MODE-DEB
              THRU 3030-LIGNE-MODE-FIN.
           MOVE 'CARTES'          TO WS-LIBELLE-MODE.
           MOVE WS-ATTENDU-CARTES TO WS-MONTANT-EDIT.
           MOVE WS-COMPTE-CARTES  TO WS-COMPTE-EDIT.
           MOVE WS-ECART-CARTES   TO WS-ECART-EDIT.
           PERFORM 3030-LIGNE-MODE-DEB
              THRU 3030-LIGNE-MODE-FIN.
           MOVE 'TITRES-RESTO'    TO WS-LIBELLE-MODE.
           MOVE WS-ATTENDU-TITRES TO WS-MONTANT-EDIT.
           MOVE WS-COMPTE-TITRES  TO WS-COMPTE-EDIT.
           MOVE WS-ECART-TITRES   TO WS-ECART-EDIT.
           PERFORM 3030-LIGNE-MODE-DEB
              THRU 3030-LIGNE-MODE-FIN.
           MOVE 'TOTAL'           TO WS-LIBELLE-MODE.
           MOVE WS-ATTENDU-TOTAL  TO WS-MONTANT-EDIT.
           MOVE WS-COMPTE-TOTAL   TO WS-COMPTE-EDIT.
           MOVE WS-ECART-TOTAL    TO WS-ECART-EDIT.
           PERFORM 3030-LIGNE-MODE-DEB
              THRU 3030-LIGNE-MODE-FIN.
           MOVE WS-COMPTE-FOND TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING '  (ESPECES COMPTEES NETTES DU FOND DE CAISSE '
                  WS-MONTANT-EDIT ')'
                  DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           EVALUATE TRUE
              WHEN WS-ECART-TOTAL < 0
                 MOVE '  *** CAISSE EN MANQUANT ***' TO WS-LIGNE
              WHEN WS-ECART-TOTAL > 0
                 MOVE '  CAISSE EN EXCEDENT' TO WS-LIGNE
              WHEN OTHER
                 MOVE '  CAISSE JUSTE' TO WS-LIGNE
           END-EVALUATE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE.
           STRING 'COMMANDES ANNULEES : ' WS-NB-ANNULATIONS
                  DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           PERFORM 3040-LIGNE-ANNULATION-DEB
              THRU 3040-LIGNE-ANNULATION-FIN
              VARYING WS-IND-ANN FROM 1 BY 1
              UNTIL WS-IND-ANN > WS-NB-ANN.
           MOVE ALL '=' TO WS-LIGNE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           CLOSE FIC-RAPPORT-Z.
       3000-EDITER-RAPPORT-FIN.
           EXIT.

       3010-LIGNE-TYPE-DEB.
           IF WS-TYP-QTE(WS-IND-TYP) NOT = 0
              ADD WS-TYP-QTE(WS-IND-TYP)     TO WS-PIZZAS-NETTES
              ADD WS-TYP-MONTANT(WS-IND-TYP) TO WS-VENTES-NETTES
              MOVE WS-TYP-QTE(WS-IND-TYP)     TO WS-QTE-EDIT
              MOVE WS-TYP-MONTANT(WS-IND-TYP) TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE
              STRING '  ' WS-TYP-CODE(WS-IND-TYP)
                     ' ' WS-TYP-LIBELLE(WS-IND-TYP)
                     '  ' WS-QTE-EDIT '  ' WS-MONTANT-EDIT
                     DELIMITED BY SIZE INTO WS-LIGNE
              END-STRING
              PERFORM 3900-ECRIRE-LIGNE-DEB
                 THRU 3900-ECRIRE-LIGNE-FIN
           END-IF.
       3010-LIGNE-TYPE-FIN.
           EXIT.

      * SEULES LES HEURES AVEC DES VENTES SONT EDITEES.
       3020-LIGNE-HEURE-DEB.
           IF WS-HEU-QTE(WS-IND-HEU) NOT = 0
              COMPUTE WS-HEURE-LIGNE = WS-IND-HEU - 1
              MOVE WS-HEU-QTE(WS-IND-HEU)     TO WS-QTE-EDIT
              MOVE WS-HEU-MONTANT(WS-IND-HEU) TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE
              STRING '  ' WS-HEURE-LIGNE 'H-' WS-HEURE-LIGNE 'H59'
                     '                 ' WS-QTE-EDIT
                     '  ' WS-MONTANT-EDIT
                     DELIMITED BY SIZE INTO WS-LIGNE
              END-STRING
              PERFORM 3900-ECRIRE-LIGNE-DEB
                 THRU 3900-ECRIRE-LIGNE-FIN
           END-IF.
       3020-LIGNE-HEURE-FIN.
           EXIT.

       3030-LIGNE-MODE-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING '  ' WS-LIBELLE-MODE WS-MONTANT-EDIT
                  ' ' WS-COMPTE-EDIT ' ' WS-ECART-EDIT
                  DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
       3030-LIGNE-MODE-FIN.
           EXIT.

       3040-LIGNE-ANNULATION-DEB.
           MOVE WS-ANN-PIZZAS(WS-IND-ANN)  TO WS-QTE-EDIT.
           MOVE WS-ANN-MONTANT(WS-IND-ANN) TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING '  CDE ' WS-ANN-NUMERO(WS-IND-ANN)
                  ' ' WS-ANN-TYPE(WS-IND-ANN)
                  ' ' WS-QTE-EDIT ' ' WS-MONTANT-EDIT
                  ' ' WS-ANN-REGLEMENT(WS-IND-ANN)
                  ' ANNULEE PAR ' WS-ANN-OPERATEUR(WS-IND-ANN)
                  ' A ' WS-ANN-HEURE(WS-IND-ANN)
                  DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
       3040-LIGNE-ANNULATION-FIN.
           EXIT.

       3900-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE.
           WRITE FS-ENR-RAPPORT FROM WS-LIGNE.
           ADD 1 TO WS-NB-LIGNES-RAP.
       3900-ECRIRE-LIGNE-FIN.
           EXIT.

      * LE Z EST INSCRIT AU REGISTRE : SON NUMERO EST DESORMAIS
      * ATTRIBUE ET LE JOUR NE PEUT PLUS ETRE CLOTURE A NOUVEAU.
       4000-ENREGISTRER-Z-DEB.
           OPEN EXTEND FIC-REGISTRE-Z.
           IF WS-STATUS-REGISTRE = '35'
              OPEN OUTPUT FIC-REGISTRE-Z
           END-IF.
           MOVE SPACES TO FS-ENR-REGISTRE.
           MOVE WS-NUMERO-Z       TO FS-REG-NUMERO.
           MOVE WS-DATE-JOUR      TO FS-REG-DATE.
           MOVE WS-HEURE-EMISSION(1:6) TO FS-REG-HEURE.
           MOVE WS-NB-COMMANDES   TO FS-REG-COMMANDES.
           MOVE WS-NB-ANNULATIONS TO FS-REG-ANNULEES.
           MOVE WS-VENTES-NETTES  TO FS-REG-VENTES.
           MOVE WS-ECART-TOTAL    TO FS-REG-ECART.
           WRITE FS-ENR-REGISTRE.
           CLOSE FIC-REGISTRE-Z.
       4000-ENREGISTRER-Z-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'CLOTURE DE CAISSE DU COMPTOIR PIZZA'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LES
      * MONTANTS SONT DEPOSES EN CENTIMES, COMME PARKCAIS.
       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'RAPPORT Z EMIS           : ' WS-NUMERO-Z.
           DISPLAY 'LIGNES DU JOURNAL LUES   : ' WS-NB-LUES.
           DISPLAY 'LIGNES HORS JOUR         : ' WS-NB-HORS-JOUR.
           DISPLAY 'COMMANDES DU JOUR        : ' WS-NB-COMMANDES.
           DISPLAY 'COMMANDES ANNULEES       : ' WS-NB-ANNULATIONS.
           DISPLAY 'COMPTAGES DE CAISSE      : ' WS-NB-COMPTAGES.
           DISPLAY 'LIGNES DE RAPPORT        : ' WS-NB-LIGNES-RAP.
           MOVE WS-PROGRAM-ID TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           COMPUTE WS-CENTIMES = WS-COMPTE-ESPECES * 100.
           MOVE 'Z ESPECES CTS'      TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-CENTIMES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           COMPUTE WS-CENTIMES = WS-COMPTE-CARTES * 100.
           MOVE 'Z CARTES CTS'       TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-CENTIMES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           COMPUTE WS-CENTIMES = WS-COMPTE-TITRES * 100.
           MOVE 'Z TITRES RESTO CTS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-CENTIMES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           COMPUTE WS-CENTIMES = WS-ECART-TOTAL * 100.
           MOVE 'Z ECART CAISSE CTS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-CENTIMES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'Z ANNULATIONS'      TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-ANNULATIONS TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM PIZZCLOT.
