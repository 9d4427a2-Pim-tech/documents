      * SON TYPE : PIZZSTCK ECLATE LE SOIR LES BONS            *
      * INGREDIENTS PAR TYPE ET DEPOSE LA RECETTE PAR TYPE     *
      * DANS RECAPJOUR.                                        *
      *                                                        *
      * L'OPERATEUR S'IDENTIFIE A L'OUVERTURE (SIGNON). CHAQUE *
      * COMMANDE PORTE UN NUMERO DANS LA JOURNEE, LE MODE DE   *
      * REGLEMENT (E ESPECES, C CARTE, T TITRE-RESTAURANT) ET  *
      * L'OPERATEUR. LE CODE ANN ANNULE UNE COMMANDE DU JOUR : *
      * UNE LIGNE D'ANNULATION (STATUT 'A', MEMES TYPE,        *
      * QUANTITE ET REGLEMENT, OPERATEUR QUI ANNULE) EST       *
      * AJOUTEE AU JOURNAL, QUI S'ACCUMULE EN AJOUT SUR LA     *
      * JOURNEE POUR LA CLOTURE DE CAISSE (PIZZCLOT).          *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FS-ORD-HORODATAGE   PIC 9(14).
           05 FS-ORD-TYPE         PIC X(3).
           05 FS-ORD-PIZZAS       PIC 99.
           05 FS-ORD-REGLEMENT    PIC X(1).
           05 FS-ORD-NUMERO       PIC 9(4).
           05 FS-ORD-STATUT       PIC X(1).
           05 FS-ORD-OPERATEUR    PIC X(8).

       FD FIC-MENU RECORDING MODE IS F.
       01 FS-ENR-MENU.
       01 WS-IND-MNU        PIC 99.
       01 WS-IND-MNU-TROUVE PIC 99.

      * COMMANDES DU JOUR DEJA AU JOURNAL (VACATIONS
      * PRECEDENTES COMPRISES) : NUMEROTATION CONTINUE DANS LA
      * JOURNEE ET RECHERCHE DE LA COMMANDE A ANNULER.
       01 WS-DATE-JOUR      PIC 9(8).
       01 WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR PIC X(8).
       01 WS-DERNIER-NUMERO PIC 9(4) VALUE 0.
       01 WS-COMMANDES-JOUR.
           05 WS-NB-CMD PIC 9(3) VALUE 0.
           05 WS-CMD OCCURS 500 TIMES.
               10 WS-CMD-NUMERO    PIC 9(4).
               10 WS-CMD-TYPE      PIC X(3).
               10 WS-CMD-PIZZAS    PIC 99.
               10 WS-CMD-REGLEMENT PIC X(1).
               10 WS-CMD-ANNULEE   PIC X(1).
       01 WS-IND-CMD        PIC 9(3).
       01 WS-IND-CMD-TROUVE PIC 9(3).
       01 WS-NUMERO-SAISI   PIC 9(4).
       01 WS-NB-ANNULATIONS PIC 9(4) VALUE 0.

       01 WS-REGLEMENT     PIC X(1).
           88 WS-REGLEMENT-VALIDE VALUE 'E' 'C' 'T'.

       01 WS-CODE-SAISI    PIC X(3).
       01 WS-QUANTITE      PIC 99.
       01 WS-MONTANT-LIGNE PIC 9(5)V99.
           05 WS-LIEN-OU.
               10 WS-LIEN-OU-CODE-RETOUR PIC X.

      * IDENTIFICATION ET HABILITATION DE L'OPERATEUR AU
      * DEMARRAGE, VIA LE SOUS-PROGRAMME COMMUN SIGNON : SON
      * IDENTIFIANT ESTAMPILLE LES COMMANDES ET LES ANNULATIONS.
       01 WS-SOUS-PROG-SIGNON PIC X(8) VALUE 'SIGNON'.
       01 WS-LIEN-SIGNON.
           05 WS-LIEN-SIGNON-IN.
               10 WS-LIEN-SIGNON-IN-OPERATEUR PIC X(8).
               10 WS-LIEN-SIGNON-IN-MOT-PASSE PIC X(8).
               10 WS-LIEN-SIGNON-IN-PROGRAMME PIC X(8).
           05 WS-LIEN-SIGNON-OU.
               10 WS-LIEN-SIGNON-OU-CODE-RETOUR PIC X.
               10 WS-LIEN-SIGNON-OU-MESSAGE     PIC X(40).
       01 WS-OPERATEUR PIC X(8).

      * TRADUCTION DU CODE ANOMALIE FICHIER, MEME CONVENTION
      * D'APPEL QUE LES AUTRES PROGRAMMES DE CE LOT.
       01 WS-SOUS-PROG-ERRLOG PIC X(8) VALUE 'ERRLOG'.
       0000-INITIALISATION-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
              THRU 0005-IDENTIFIER-OPERATEUR-FIN.
           PERFORM 0500-CHARGER-MENU-DEB
              THRU 0500-CHARGER-MENU-FIN.
           PERFORM 0700-CHARGER-JOURNEE-DEB
              THRU 0700-CHARGER-JOURNEE-FIN.
           PERFORM 6010-OPEN-FICHIER-ORDERS-DEB
              THRU 6010-OPEN-FICHIER-ORDERS-FIN.
      *
           PERFORM 0600-AFFICHER-MENU-DEB
              THRU 0600-AFFICHER-MENU-FIN.
           DISPLAY 'CODE PIZZA (ANN POUR ANNULER, FIN POUR '
                   'ARRETER) : ' NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           PERFORM 1000-PIZZA-DEB
              THRU 1000-PIZZA-FIN
       0000-INITIALISATION-FIN.
           EXIT.

      * Ouverture de session : l'operateur s'identifie et SIGNON
      * verifie son habilitation a lancer ce programme ; refuse,
      * le programme s'arrete en anomalie.
       0005-IDENTIFIER-OPERATEUR-DEB.
           DISPLAY 'OPERATEUR : ' NO ADVANCING.
           ACCEPT WS-OPERATEUR.
           DISPLAY 'MOT DE PASSE : ' NO ADVANCING.
           ACCEPT WS-LIEN-SIGNON-IN-MOT-PASSE.
           MOVE WS-OPERATEUR  TO WS-LIEN-SIGNON-IN-OPERATEUR.
           MOVE WS-PROGRAM-ID TO WS-LIEN-SIGNON-IN-PROGRAMME.
           CALL WS-SOUS-PROG-SIGNON USING WS-LIEN-SIGNON.
           IF WS-LIEN-SIGNON-OU-CODE-RETOUR NOT = 'A'
              DISPLAY 'ACCES REFUSE : ' WS-LIEN-SIGNON-OU-MESSAGE
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
       0005-IDENTIFIER-OPERATEUR-FIN.
           EXIT.

      * Chargement du menu ; sans fichier, aucune pizza n'est
      * commandable et la vacation s'arrete en anomalie.
       0500-CHARGER-MENU-DEB.
       0610-LIGNE-MENU-FIN.
           EXIT.

      * Relecture des commandes du jour deja au journal : la
      * numerotation reprend a la suite et une commande d'une
      * vacation precedente peut etre annulee. Sans journal,
      * la journee commence a la commande 1.
       0700-CHARGER-JOURNEE-DEB.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           OPEN INPUT FORDERS.
           IF WS-FS-ORDERS = '00'
              PERFORM 0710-COMMANDE-JOURNEE-DEB
                 THRU 0710-COMMANDE-JOURNEE-FIN
                 UNTIL WS-FS-ORDERS NOT = '00'
              CLOSE FORDERS
           END-IF.
           DISPLAY WS-DERNIER-NUMERO ' COMMANDE(S) DEJA SAISIE(S) '
                   'CE JOUR'.
       0700-CHARGER-JOURNEE-FIN.
           EXIT.

       0710-COMMANDE-JOURNEE-DEB.
           READ FORDERS
              AT END
                 MOVE '10' TO WS-FS-ORDERS
           END-READ.
           IF WS-FS-ORDERS = '00'
              IF FS-ENREG-ORDERS(1:8) = WS-DATE-JOUR-X
                 IF FS-ORD-STATUT = 'A'
                    MOVE FS-ORD-NUMERO TO WS-NUMERO-SAISI
                    PERFORM 1220-TROUVER-COMMANDE-DEB
                       THRU 1220-TROUVER-COMMANDE-FIN
                    IF WS-IND-CMD-TROUVE > 0
                       MOVE 'O' TO WS-CMD-ANNULEE(WS-IND-CMD-TROUVE)
                    END-IF
                 ELSE
                    IF FS-ORD-NUMERO > WS-DERNIER-NUMERO
                       MOVE FS-ORD-NUMERO TO WS-DERNIER-NUMERO
                    END-IF
                    PERFORM 0720-RETENIR-COMMANDE-DEB
                       THRU 0720-RETENIR-COMMANDE-FIN
                 END-IF
              END-IF
           END-IF.
       0710-COMMANDE-JOURNEE-FIN.
           EXIT.

       0720-RETENIR-COMMANDE-DEB.
           IF WS-NB-CMD < 500
              ADD 1 TO WS-NB-CMD
              MOVE FS-ORD-NUMERO    TO WS-CMD-NUMERO(WS-NB-CMD)
              MOVE FS-ORD-TYPE      TO WS-CMD-TYPE(WS-NB-CMD)
              MOVE FS-ORD-PIZZAS    TO WS-CMD-PIZZAS(WS-NB-CMD)
              MOVE FS-ORD-REGLEMENT TO WS-CMD-REGLEMENT(WS-NB-CMD)
              MOVE 'N'              TO WS-CMD-ANNULEE(WS-NB-CMD)
           END-IF.
       0720-RETENIR-COMMANDE-FIN.
           EXIT.

      * Une commande par passage de boucle : le type est valide
      * contre le menu (connu et actif), la quantite par la
      * fourchette commune PGETPT (1 a 98).
       1000-PIZZA-DEB.
           IF WS-CODE-SAISI = 'ANN'
              PERFORM 1200-ANNULER-COMMANDE-DEB
                 THRU 1200-ANNULER-COMMANDE-FIN
           ELSE
              MOVE 0 TO WS-IND-MNU-TROUVE
              PERFORM 1010-CHERCHER-PIZZA-DEB
                 THRU 1010-CHERCHER-PIZZA-FIN
                 VARYING WS-IND-MNU FROM 1 BY 1
                 UNTIL WS-IND-MNU > WS-NB-PIZZAS
                 OR WS-IND-MNU-TROUVE > 0
              EVALUATE TRUE
                 WHEN WS-IND-MNU-TROUVE = 0
                    DISPLAY 'PIZZA INCONNUE AU MENU : ' WS-CODE-SAISI
                 WHEN WS-MNU-ACTIF(WS-IND-MNU-TROUVE) NOT = 'O'
                    DISPLAY 'PIZZA RETIREE DU MENU : '
                            WS-MNU-LIBELLE(WS-IND-MNU-TROUVE)
                 WHEN OTHER
                    PERFORM 1100-SAISIR-QUANTITE-DEB
                       THRU 1100-SAISIR-QUANTITE-FIN
              END-EVALUATE
           END-IF.
           DISPLAY 'CODE PIZZA (ANN POUR ANNULER, FIN POUR '
                   'ARRETER) : ' NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
       1000-PIZZA-FIN.
           EXIT.
           ELSE
              COMPUTE WS-MONTANT-LIGNE = WS-QUANTITE
                      * WS-MNU-PRIX(WS-IND-MNU-TROUVE)
              DISPLAY WS-QUANTITE ' X '
                      WS-MNU-LIBELLE(WS-IND-MNU-TROUVE)
                      ' = ' WS-MONTANT-LIGNE
              MOVE SPACE TO WS-REGLEMENT
              PERFORM 1110-SAISIR-REGLEMENT-DEB
                 THRU 1110-SAISIR-REGLEMENT-FIN
                 UNTIL WS-REGLEMENT-VALIDE
              ADD 1 TO WS-NB-COMMANDES
              ADD WS-MONTANT-LIGNE TO WS-TOTAL-VACATION
              ADD 1 TO WS-DERNIER-NUMERO
              PERFORM 6030-ECRIRE-COMMANDE-DEB
                 THRU 6030-ECRIRE-COMMANDE-FIN
              DISPLAY 'COMMANDE NUMERO ' WS-DERNIER-NUMERO
           END-IF.
       1100-SAISIR-QUANTITE-FIN.
           EXIT.

       1110-SAISIR-REGLEMENT-DEB.
           DISPLAY 'REGLEMENT (E ESPECES, C CARTE, T TITRE-'
                   'RESTAURANT) : ' NO ADVANCING.
           ACCEPT WS-REGLEMENT.
           IF NOT WS-REGLEMENT-VALIDE
              DISPLAY 'MODE DE REGLEMENT INCONNU : ' WS-REGLEMENT
           END-IF.
       1110-SAISIR-REGLEMENT-FIN.
           EXIT.

      * Annulation d'une commande du jour par son numero : la
      * commande doit exister et ne pas etre deja annulee. La
      * ligne d'annulation reprend type, quantite et reglement
      * de la commande et porte l'operateur qui annule.
       1200-ANNULER-COMMANDE-DEB.
           DISPLAY 'NUMERO DE LA COMMANDE A ANNULER : '
                   NO ADVANCING.
           ACCEPT WS-NUMERO-SAISI.
           PERFORM 1220-TROUVER-COMMANDE-DEB
              THRU 1220-TROUVER-COMMANDE-FIN.
           IF WS-IND-CMD-TROUVE = 0
              DISPLAY 'COMMANDE INCONNUE CE JOUR : ' WS-NUMERO-SAISI
           ELSE
              IF WS-CMD-ANNULEE(WS-IND-CMD-TROUVE) = 'O'
                 DISPLAY 'COMMANDE DEJA ANNULEE : ' WS-NUMERO-SAISI
              ELSE
                 MOVE 'O' TO WS-CMD-ANNULEE(WS-IND-CMD-TROUVE)
                 ADD 1 TO WS-NB-ANNULATIONS
                 PERFORM 6040-ECRIRE-ANNULATION-DEB
                    THRU 6040-ECRIRE-ANNULATION-FIN
                 DISPLAY 'COMMANDE ' WS-NUMERO-SAISI ' ANNULEE ('
                         WS-CMD-PIZZAS(WS-IND-CMD-TROUVE) ' X '
                         WS-CMD-TYPE(WS-IND-CMD-TROUVE) ')'
              END-IF
           END-IF.
       1200-ANNULER-COMMANDE-FIN.
           EXIT.

       1220-TROUVER-COMMANDE-DEB.
           MOVE 0 TO WS-IND-CMD-TROUVE.
           PERFORM 1230-COMPARER-COMMANDE-DEB
              THRU 1230-COMPARER-COMMANDE-FIN
              VARYING WS-IND-CMD FROM 1 BY 1
              UNTIL WS-IND-CMD > WS-NB-CMD
              OR WS-IND-CMD-TROUVE > 0.
       1220-TROUVER-COMMANDE-FIN.
           EXIT.

       1230-COMPARER-COMMANDE-DEB.
           IF WS-CMD-NUMERO(WS-IND-CMD) = WS-NUMERO-SAISI
              MOVE WS-IND-CMD TO WS-IND-CMD-TROUVE
           END-IF.
       1230-COMPARER-COMMANDE-FIN.
           EXIT.

      * Journal des commandes : un enregistrement par commande
      * saisie, avec le type de pizza -- c'est lui que PIZZSTCK
      * eclate en ingredients par type le soir. Il est ouvert en
      * ajout : les vacations de la journee s'y accumulent pour
      * la cloture de caisse.
       6010-OPEN-FICHIER-ORDERS-DEB.
           OPEN EXTEND FORDERS.
           IF WS-FS-ORDERS = '35'
              OPEN OUTPUT FORDERS
           END-IF.
           IF WS-FS-ORDERS NOT = '00'
              DISPLAY 'PB OUVERTURE DU FICHIER DES COMMANDES'
              DISPLAY 'CODE : ' WS-FS-ORDERS
           MOVE WS-HORO-HEURE     TO FS-ORD-HORODATAGE (9:6).
           MOVE WS-CODE-SAISI     TO FS-ORD-TYPE.
           MOVE WS-QUANTITE       TO FS-ORD-PIZZAS.
           MOVE WS-REGLEMENT      TO FS-ORD-REGLEMENT.
           MOVE WS-DERNIER-NUMERO TO FS-ORD-NUMERO.
           MOVE SPACE             TO FS-ORD-STATUT.
           MOVE WS-OPERATEUR      TO FS-ORD-OPERATEUR.
           WRITE FS-ENREG-ORDERS.
           PERFORM 0720-RETENIR-COMMANDE-DEB
              THRU 0720-RETENIR-COMMANDE-FIN.
       6030-ECRIRE-COMMANDE-FIN.
           EXIT.

       6040-ECRIRE-ANNULATION-DEB.
           ACCEPT WS-HORO-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HORO-HEURE FROM TIME.
           MOVE WS-HORO-DATE      TO FS-ORD-HORODATAGE (1:8).
           MOVE WS-HORO-HEURE     TO FS-ORD-HORODATAGE (9:6).
           MOVE WS-CMD-TYPE(WS-IND-CMD-TROUVE)   TO FS-ORD-TYPE.
           MOVE WS-CMD-PIZZAS(WS-IND-CMD-TROUVE) TO FS-ORD-PIZZAS.
           MOVE WS-CMD-REGLEMENT(WS-IND-CMD-TROUVE)
             TO FS-ORD-REGLEMENT.
           MOVE WS-NUMERO-SAISI   TO FS-ORD-NUMERO.
           MOVE 'A'               TO FS-ORD-STATUT.
           MOVE WS-OPERATEUR      TO FS-ORD-OPERATEUR.
           WRITE FS-ENREG-ORDERS.
       6040-ECRIRE-ANNULATION-FIN.
           EXIT.
      *****************************************************
      *       STATISTIQUES                                *
      *****************************************************
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY 'COMMANDES SAISIES : ' WS-NB-COMMANDES.
           DISPLAY 'COMMANDES ANNULEES : ' WS-NB-ANNULATIONS.
           DISPLAY 'TOTAL DE LA VACATION : ' WS-TOTAL-VACATION.
           DISPLAY '***********************************'.
       8990-FIN-STATISTIQUES-FIN.
