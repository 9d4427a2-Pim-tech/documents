      *         MOISDEM, 3 PAR DEFAUT), LA DEMANDE MOYENNE PAR
      *         JOUR ET LA POINTE JOURNALIERE (SORTIES '-' ET
      *         JAMBES ORIGINE DES TRANSFERTS 'T'),
      *       - RETROUVE LE DELAI DU FOURNISSEUR PRINCIPAL DE
      *         L'ARTICLE (FOURNART.TXT / FOURNISSEURS.TXT, 7
      *         JOURS A DEFAUT ; LE SECOURS N'EST PAS RETENU),
      *       - PROPOSE : MINIMUM = DEMANDE MOYENNE X DELAI +
      *         SECURITE ((POINTE - MOYENNE) X DELAI), QUANTITE
      *         DE COMMANDE = UN MOIS DE DEMANDE MOYENNE,
           05 FS-LNK-ARTICLE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LNK-FOURNISSEUR PIC X(4).
           05 FILLER PIC X(1).
           05 FS-LNK-PRIX        PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LNK-RANG        PIC X(1).

       FD FIC-FOURNISSEURS RECORDING MODE IS F.
       01  FS-ENR-FOURNISSEUR.
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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'REAPCALC'.
           05 WS-LNK OCCURS 200 TIMES.
               10 WS-LNK-ARTICLE     PIC X(3).
               10 WS-LNK-FOURNISSEUR PIC X(4).
               10 WS-LNK-RANG        PIC X(1).
       01  WS-IND-LNK PIC 9(3).
       01  WS-FOURNISSEURS.
           05 WS-NB-FOURN PIC 9(3) VALUE 0.
                   TO WS-LNK-ARTICLE(WS-NB-LIENS)
                 MOVE FS-LNK-FOURNISSEUR
                   TO WS-LNK-FOURNISSEUR(WS-NB-LIENS)
                 MOVE FS-LNK-RANG TO WS-LNK-RANG(WS-NB-LIENS)
              END-IF
           END-IF.
       1010-CHARGER-LIEN-FIN.

       3210-CHERCHER-LIEN-DEB.
           IF WS-LNK-ARTICLE(WS-IND-LNK) = FS-REA-CODE
              AND WS-LNK-RANG(WS-IND-LNK) NOT = 'S'
              MOVE WS-LNK-FOURNISSEUR(WS-IND-LNK)
                TO WS-FOURN-ARTICLE
           END-IF.
