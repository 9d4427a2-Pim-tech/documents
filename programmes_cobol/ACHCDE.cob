      *     PROPACHAT.TXT ET LE SYSTEME S'ARRETAIT LA :
      *     QUELQU'UN TELEPHONAIT AU FOURNISSEUR ET LA LIVRAISON
      *     ARRIVAIT EN '+' INTRACABLE. CE PROGRAMME RELIT LES
      *     PROPOSITIONS DU JOUR (REDUITES PAR STKEQUIL A LA PART
      *     QUE LES TRANSFERTS ENTRE DEPOTS NE COUVRENT PAS),
      *     RETROUVE LE FOURNISSEUR DE
      *     CHAQUE ARTICLE (LIENS FOURNART.TXT, FICHE
      *     FOURNISSEURS.TXT AVEC SON DELAI DE LIVRAISON) ET
      *     AJOUTE UNE COMMANDE NUMEROTEE AU CARNET DES
      *     COMMANDES FOURNISSEURS POACHATS.TXT (NUMERO, DATE,
      *     FOURNISSEUR, ARTICLE, DEPOT, QUANTITE, QUANTITE
      *     RECUE, DATE ATTENDUE = DATE + DELAI, ETAT 'O'
      *     OUVERTE, PRIX UNITAIRE CONVENU REPRIS DU LIEN
      *     ARTICLE/FOURNISSEUR S'IL EST RENSEIGNE). LA
      *     NUMEROTATION REPREND AU PLUS GRAND
      *     NUMERO DU CARNET, SANS TROU, COMME LES FACTURES.
      *     UN ARTICLE SANS FOURNISSEUR RATTACHE EST EDITE EN
      *     EXCEPTION : LA PROPOSITION NE PART PAS EN COMMANDE.
      *     UN ARTICLE PEUT AVOIR UN FOURNISSEUR PRINCIPAL (RANG
      *     'P' OU A BLANC SUR LE LIEN) ET UN FOURNISSEUR DE
      *     SECOURS (RANG 'S') : SI LE PRINCIPAL EST BLOQUE
      *     (STATUT 'B' SUR SA FICHE, TENUE PAR FOUMAINT) OU
      *     ABSENT, LA COMMANDE PART CHEZ LE SECOURS, AU PRIX
      *     CONVENU DE SON PROPRE LIEN.
      *     ACHRECEP RAPPROCHE ENSUITE CHAQUE LIVRAISON DE SA
      *     COMMANDE OUVERTE, PUIS ACHFACT RAPPROCHE LA FACTURE
      *     DU FOURNISSEUR DE LA COMMANDE ET DE LA RECEPTION.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD FIC-LIENS RECORDING MODE IS F.
       01  FS-ENR-LIEN.
           05 FS-LNK-ARTICLE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LNK-FOURNISSEUR PIC X(4).
           05 FILLER PIC X(1).
           05 FS-LNK-PRIX        PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LNK-RANG        PIC X(1).

       FD FIC-CARNET RECORDING MODE IS F.
       01  FS-ENR-CARNET.
           05 FS-CAR-ATTENDUE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CAR-ETAT     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-CAR-PRIX     PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'ACHCDE'.
               10 WS-FOU-CODE  PIC X(4).
               10 WS-FOU-NOM   PIC X(20).
               10 WS-FOU-DELAI PIC 9(3).
               10 WS-FOU-STATUT PIC X(1).
       01  WS-IND-FOU        PIC 9(3).
       01  WS-IND-FOU-TROUVE PIC 9(3).

           05 WS-LNK OCCURS 200 TIMES.
               10 WS-LNK-ARTICLE     PIC X(3).
               10 WS-LNK-FOURNISSEUR PIC X(4).
               10 WS-LNK-PRIX        PIC 9(5)V99.
               10 WS-LNK-RANG        PIC X(1).
       01  WS-IND-LNK       PIC 9(3).
       01  WS-RANG-CHERCHE  PIC X(1).
       01  WS-FOURN-ARTICLE PIC X(4).
       01  WS-PRIX-ARTICLE  PIC 9(5)V99.

       01  WS-DERNIER-NUMERO PIC 9(6) VALUE 0.

           05 WS-NB-PROPOSITIONS PIC 9(5) VALUE 0.
           05 WS-NB-COMMANDES    PIC 9(5) VALUE 0.
           05 WS-NB-SANS-FOURN   PIC 9(5) VALUE 0.
           05 WS-NB-SECOURS      PIC 9(5) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
                 MOVE FS-FOU-CODE  TO WS-FOU-CODE(WS-NB-FOURN)
                 MOVE FS-FOU-NOM   TO WS-FOU-NOM(WS-NB-FOURN)
                 MOVE FS-FOU-DELAI TO WS-FOU-DELAI(WS-NB-FOURN)
                 MOVE FS-FOU-STATUT TO WS-FOU-STATUT(WS-NB-FOURN)
              ELSE
                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE (50), '
                         'FOURNISSEUR IGNORE : ' FS-FOU-CODE
                   TO WS-LNK-ARTICLE(WS-NB-LIENS)
                 MOVE FS-LNK-FOURNISSEUR
                   TO WS-LNK-FOURNISSEUR(WS-NB-LIENS)
      *          PRIX CONVENU FACULTATIF (ANCIENS LIENS SANS PRIX).
                 IF FS-LNK-PRIX IS NUMERIC
                    MOVE FS-LNK-PRIX TO WS-LNK-PRIX(WS-NB-LIENS)
                 ELSE
                    MOVE 0 TO WS-LNK-PRIX(WS-NB-LIENS)
                 END-IF
      *          RANG A BLANC (ANCIENS LIENS) = PRINCIPAL.
                 IF FS-LNK-RANG = 'S'
                    MOVE 'S' TO WS-LNK-RANG(WS-NB-LIENS)
                 ELSE
                    MOVE 'P' TO WS-LNK-RANG(WS-NB-LIENS)
                 END-IF
              END-IF
           END-IF.
       1110-CHARGER-LIEN-FIN.
           END-READ.
           IF WS-STATUS-PROP = '00'
              ADD 1 TO WS-NB-PROPOSITIONS
              MOVE 'P' TO WS-RANG-CHERCHE
              PERFORM 2015-TROUVER-FOURNISSEUR-DEB
                 THRU 2015-TROUVER-FOURNISSEUR-FIN
              IF WS-IND-FOU-TROUVE > 0
                 IF WS-FOU-STATUT(WS-IND-FOU-TROUVE) = 'B'
                    DISPLAY 'FOURNISSEUR PRINCIPAL ' WS-FOURN-ARTICLE
                            ' BLOQUE POUR L''ARTICLE ' FS-PRO-CODE
                    MOVE 0 TO WS-IND-FOU-TROUVE
                 END-IF
              END-IF
              IF WS-IND-FOU-TROUVE = 0
                 MOVE 'S' TO WS-RANG-CHERCHE
                 PERFORM 2015-TROUVER-FOURNISSEUR-DEB
                    THRU 2015-TROUVER-FOURNISSEUR-FIN
                 IF WS-IND-FOU-TROUVE > 0
                    IF WS-FOU-STATUT(WS-IND-FOU-TROUVE) = 'B'
                       MOVE 0 TO WS-IND-FOU-TROUVE
                    ELSE
                       ADD 1 TO WS-NB-SECOURS
                       DISPLAY 'REPLI SUR LE FOURNISSEUR DE SECOURS '
                               WS-FOURN-ARTICLE ' POUR L''ARTICLE '
                               FS-PRO-CODE
                    END-IF
                 END-IF
              END-IF
              IF WS-IND-FOU-TROUVE = 0
                 ADD 1 TO WS-NB-SANS-FOURN
                 DISPLAY 'EXCEPTION : ARTICLE ' FS-PRO-CODE
                         ' SANS FOURNISSEUR DISPONIBLE, '
                         'PROPOSITION NON COMMANDEE'
              ELSE
                 PERFORM 2100-ECRIRE-COMMANDE-DEB
       2010-UNE-PROPOSITION-FIN.
           EXIT.

      * LIEN DE L'ARTICLE AU RANG DEMANDE (WS-RANG-CHERCHE) ET
      * FICHE DE SON FOURNISSEUR.
       2015-TROUVER-FOURNISSEUR-DEB.
           MOVE SPACES TO WS-FOURN-ARTICLE.
           MOVE 0 TO WS-PRIX-ARTICLE.
           PERFORM 2020-CHERCHER-LIEN-DEB
              THRU 2020-CHERCHER-LIEN-FIN
              VARYING WS-IND-LNK FROM 1 BY 1
              UNTIL WS-IND-LNK > WS-NB-LIENS
              OR WS-FOURN-ARTICLE NOT = SPACES.
           MOVE 0 TO WS-IND-FOU-TROUVE.
           IF WS-FOURN-ARTICLE NOT = SPACES
              PERFORM 2030-CHERCHER-FOURNISSEUR-DEB
                 THRU 2030-CHERCHER-FOURNISSEUR-FIN
                 VARYING WS-IND-FOU FROM 1 BY 1
                 UNTIL WS-IND-FOU > WS-NB-FOURN
                 OR WS-IND-FOU-TROUVE > 0
           END-IF.
       2015-TROUVER-FOURNISSEUR-FIN.
           EXIT.

       2020-CHERCHER-LIEN-DEB.
           IF WS-LNK-ARTICLE(WS-IND-LNK) = FS-PRO-CODE
              AND WS-LNK-RANG(WS-IND-LNK) = WS-RANG-CHERCHE
              MOVE WS-LNK-FOURNISSEUR(WS-IND-LNK)
                TO WS-FOURN-ARTICLE
              MOVE WS-LNK-PRIX(WS-IND-LNK) TO WS-PRIX-ARTICLE
           END-IF.
       2020-CHERCHER-LIEN-FIN.
           EXIT.
           MOVE 0                 TO FS-CAR-QTE-RECUE.
           MOVE WS-DATE-ATTENDUE  TO FS-CAR-ATTENDUE.
           MOVE 'O'               TO FS-CAR-ETAT.
           MOVE WS-PRIX-ARTICLE   TO FS-CAR-PRIX.
           WRITE FS-ENR-CARNET.
           ADD 1 TO WS-NB-COMMANDES.
           DISPLAY 'COMMANDE ' WS-DERNIER-NUMERO ' : '
           DISPLAY 'PROPOSITIONS LUES      : ' WS-NB-PROPOSITIONS.
           DISPLAY 'COMMANDES EMISES       : ' WS-NB-COMMANDES.
           DISPLAY 'SANS FOURNISSEUR       : ' WS-NB-SANS-FOURN.
           DISPLAY 'CHEZ LE SECOURS        : ' WS-NB-SECOURS.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'COMMANDES FOURNISS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
