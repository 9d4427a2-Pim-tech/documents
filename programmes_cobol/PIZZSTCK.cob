      *         MENU (PIZZAMENU.TXT) ET LA DEPOSE DANS
      *         RECAPJOUR VIA RECAPJR, EN CENTIMES, COMME LES
      *         AUTRES SOUS-SYSTEMES.
      *
      *     UNE COMMANDE ANNULEE EN CAISSE FIGURE AU JOURNAL PAR
      *     UNE LIGNE D'ANNULATION (STATUT 'A') QUI REPREND SON
      *     TYPE ET SA QUANTITE : ELLE EST DEDUITE DES TOTAUX,
      *     LA COMMANDE ANNULEE NE SORT NI DU STOCK NI DANS LA
      *     RECETTE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FS-ORD-HORODATAGE   PIC 9(14).
           05 FS-ORD-TYPE         PIC X(3).
           05 FS-ORD-PIZZAS       PIC 99.
           05 FS-ORD-REGLEMENT    PIC X(1).
           05 FS-ORD-NUMERO       PIC 9(4).
           05 FS-ORD-STATUT       PIC X(1).
           05 FS-ORD-OPERATEUR    PIC X(8).

      *    UNE SECTION DE RECETTE PAR TYPE DE PIZZA : TYPE, CODE
      *    INGREDIENT, QUANTITE PAR PIZZA.

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK : CODE, DEPOT, SENS, QUANTITE, DEPOT CIBLE,
      *    LOT ET DLUO (A BLANC POUR UNE SORTIE) ; LA ZONE CIBLE
      *    PORTE LE MOTIF CU (CONSOMMATION CUISINE).
       FD FIC-MVT-CUISINE RECORDING MODE IS F.
       01 FS-ENR-MVT-CUISINE.
           05 FS-MVC-CODEM   PIC X(3).
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-NB-COMMANDES PIC 9(5) VALUE 0.
       01 WS-NB-HORS-JOUR PIC 9(7) VALUE 0.
       01 WS-NB-ANNULATIONS PIC 9(5) VALUE 0.

      * TOTAUX DU JOUR PAR TYPE DE PIZZA, AVEC LE PRIX DU MENU.
       01 WS-TYPES.
              THRU 4000-DEPOSER-RECETTE-FIN.

           DISPLAY 'COMMANDES DU JOUR   : ' WS-NB-COMMANDES.
           DISPLAY 'COMMANDES ANNULEES  : ' WS-NB-ANNULATIONS.
           DISPLAY 'COMMANDES HORS JOUR : ' WS-NB-HORS-JOUR.
           DISPLAY 'PIZZAS DU JOUR      : ' WS-TOTAL-PIZZAS.
           DISPLAY 'MOUVEMENTS GENERES  : ' WS-NB-MVTS.
      * SEULES LES COMMANDES HORODATEES DU JOUR TOTALISE ENTRENT
      * DANS LES SORTIES ; UN TYPE COMMANDE ABSENT DU MENU EST
      * SUIVI QUAND MEME (PRIX A ZERO), LA CUISINE A BIEN SORTI
      * LES INGREDIENTS. UNE ANNULATION DEDUIT CE QUE SA
      * COMMANDE, DU MEME JOUR, AVAIT AJOUTE.
       2010-LIGNE-COMMANDE-DEB.
           READ FORDERS
              AT END
           END-READ.
           IF WS-FS-ORDERS = '00'
              IF FS-ENREG-ORDERS(1:8) = WS-DATE-JOUR-X
                 IF FS-ORD-STATUT = 'A'
                    ADD 1 TO WS-NB-ANNULATIONS
                    SUBTRACT 1 FROM WS-NB-COMMANDES
                    SUBTRACT FS-ORD-PIZZAS FROM WS-TOTAL-PIZZAS
                 ELSE
                    ADD 1 TO WS-NB-COMMANDES
                    ADD FS-ORD-PIZZAS TO WS-TOTAL-PIZZAS
                 END-IF
                 MOVE 0 TO WS-IND-TYP-TROUVE
                 PERFORM 2020-CHERCHER-TYPE-DEB
                    THRU 2020-CHERCHER-TYPE-FIN
                    END-IF
                 END-IF
                 IF WS-IND-TYP-TROUVE > 0
                    IF FS-ORD-STATUT = 'A'
                       SUBTRACT FS-ORD-PIZZAS
                          FROM WS-TYP-QTE(WS-IND-TYP-TROUVE)
                    ELSE
                       ADD FS-ORD-PIZZAS
                          TO WS-TYP-QTE(WS-IND-TYP-TROUVE)
                    END-IF
                 END-IF
              ELSE
                 ADD 1 TO WS-NB-HORS-JOUR
           MOVE WS-SOR-CODE(WS-IND-SOR) TO FS-MVC-CODEM.
           MOVE 'CU'                    TO FS-MVC-DEPOTM.
           MOVE '-'                     TO FS-MVC-SENSM.
           MOVE 'CU'                    TO FS-MVC-CIBLE.
           MOVE WS-TRANCHE              TO FS-MVC-VALEURM.
           WRITE FS-ENR-MVT-CUISINE.
           ADD 1 TO WS-NB-MVTS.
