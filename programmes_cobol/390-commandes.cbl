              ASSIGN TO "./files/fcommand_encours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENCOURS.
      * RESERVATIONS DE STOCK DES COMMANDES VALIDEES (ECRITES PAR
      * CMDSTATU, CMDEXPED ET CMDAMEND) : LE RESTE A LIVRER DES
      * COMMANDES VALIDEES EST DEJA SORTI DES SOLDES PAR CMDSTOCK
      * (VENTE POSTEE A L'ACCEPTATION), IL N'EST DONC PAS DEDUIT
      * UNE SECONDE FOIS : IL EST SEULEMENT AFFICHE, LE STOCK
      * PHYSIQUE ETANT LE SOLDE PLUS CE RESTE A LIVRER.
           SELECT FIC-RESERVATIONS
              ASSIGN TO "./files/reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RESERV.
           SELECT FIC-TRI-CDE
              ASSIGN TO TRICDE.

       FD FIC-CMD-ENCOURS RECORDING MODE IS F.
           01 FS-ENR-CMD-ENCOURS PIC X(110).

       FD FIC-RESERVATIONS RECORDING MODE IS F.
           01 FS-ENR-RESERVATION.
               05 FS-RSV-IDCOMMAND PIC 9(5).
               05 FILLER PIC X(1).
               05 FS-RSV-NUMLIGNE  PIC 99.
               05 FILLER PIC X(1).
               05 FS-RSV-CODE      PIC X(3).
               05 FILLER PIC X(1).
               05 FS-RSV-DEPOT     PIC X(2).
               05 FILLER PIC X(1).
               05 FS-RSV-QTE       PIC 9(3).
               05 FILLER PIC X(1).
               05 FS-RSV-STATUT    PIC X(1).
               05 FILLER PIC X(1).
               05 FS-RSV-IDCLIENT  PIC 9(5).

       SD FIC-TRI-CDE.
           01 SD-ENR-CDE.
               05 SD-CDE-IDCOMMAND PIC 9(5).
      * CODE CATALOGUE) AU DEPOT DE VENTE : SOLDE DE CLOTURE
      * MOINS LES ACCEPTATIONS DU JOUR, TENU A JOUR AU FIL DE LA
      * VACATION. UN CODE ABSENT D'OUTPUT.TXT N'EST PAS SUIVI
      * (PAS DE CONTROLE, COMME AVANT). LE STOCK PHYSIQUE (SOLDE
      * PLUS RESTE A LIVRER DEJA VENDU) ET LA QUANTITE RESERVEE
      * PAR LES COMMANDES VALIDEES SONT GARDES A COTE DU
      * DISPONIBLE POUR L'AFFICHAGE D'UN MANQUE.
           01  WS-STATUS-SOLDES PIC XX.
           01  WS-STATUS-RESERV PIC XX.
           01  WS-NB-RESERV-LUES PIC 9(5) VALUE 0.
           01  WS-DISPONIBLE.
               05 WS-NB-DISPO PIC 9(3) VALUE 0.
               05 WS-DSP OCCURS 200 TIMES.
                   10 WS-DSP-CODE  PIC X(3).
                   10 WS-DSP-SOLDE PIC S9(7).
                   10 WS-DSP-PHYSIQUE PIC S9(7).
                   10 WS-DSP-RESERVE  PIC S9(7).
           01  WS-IND-DSP        PIC 9(3).
           01  WS-IND-DSP-TROUVE PIC 9(3).
           01  WS-DISPO-OK       PIC X.
           01  WS-MANQUE         PIC S9(7).
           01  WS-REPONSE-RELIQ  PIC X.
           01  WS-NB-RELIQUATS-VOULUS PIC 9(4) VALUE 0.
      * REPONSE IMPOSEE AU RELIQUAT (VARIABLE CMDRELIQ, 'O' OU
      * 'N') POUR LES JEUX DE CARTES GENERES (COMMANDES
      * PERMANENTES DE CMDPERM) : SANS OPERATEUR DEVANT L'ECRAN,
      * LA QUESTION MANGERAIT LA CARTE SUIVANTE. A BLANC, LA
      * QUESTION EST POSEE COMME AVANT.
           01  WS-RELIQ-IMPOSE   PIC X VALUE SPACE.
           01  WS-DEPOT-VENTES   PIC X(2) VALUE '01'.

      * LE DEPOT DE VENTE EST RESOLU PAR LE REGISTRE CENTRAL
      * ENREGISTREMENT AU FORMAT WS-COMMANDE DE BAPP1 : LES ZONES
      * AU-DELA DE L'IDCLIENT (DATE, ARTICLE, QUANTITE, MONTANT)
      * OCCUPENT LE FILLER QUE BAPP1 IGNORE, ET SERVENT AUX
      * TRAITEMENTS AVAL (STOCK, SUIVI DES ECHEANCES). L'ORIGINE
      * DU PRIX ('C' CONTRAT CLIENT, 'P' PROMOTION, 'L' PRIX
      * CATALOGUE) SUIT LA LIGNE JUSQU'A LA FACTURE (CMDFACT).
      * LA QUANTITE DEJA EXPEDIEE EST TENUE PAR CMDEXPED.
           01  WS-ENR-COMMANDE.
               05 CMD-IDCOMMAND PIC 9(5).
               05 CMD-CODESTR   PIC X.
               05 CMD-QUANTITE  PIC 9(3).
               05 CMD-MONTANT   PIC 9(5)V99.
               05 CMD-OPERATEUR PIC X(8).
               05 CMD-SOURCE-PRIX PIC X(1).
               05 CMD-QTE-EXPEDIEE PIC 9(3).
               05 FILLER        PIC X(61).

      * LIGNES DE LA COMMANDE EN COURS, GARDEES EN TABLE JUSQU'A
      * LA DECISION CREDIT : SEULES LES COMMANDES ACCEPTEES SONT
                   10 WS-LGN-ARTICLE PIC X(6).
                   10 WS-LGN-QTE     PIC 9(3).
                   10 WS-LGN-MONTANT PIC 9(5)V99.
                   10 WS-LGN-SOURCE  PIC X(1).
           01  WS-IND-LGN       PIC 9(3).
           01  WS-NB-LIGNES-JOUR PIC 9(5) VALUE 0.
           01  WS-NB-ENVELOPPEES PIC 9(7) VALUE 0.
           01  WS-PRIX-RETENU    PIC 9(3)V99.
           01  WS-LIGNE-EN-PROMO PIC X.
           01  WS-NB-LIGNES-PROMO PIC 9(5) VALUE 0.
           01  WS-SOURCE-PRIX    PIC X(1).
           01  WS-NB-LIGNES-CONTRAT PIC 9(5) VALUE 0.

      * PRIX CONTRACTUEL DU CLIENT (TARIFCLIENT.TXT), CONSULTE
      * AVANT LE CATALOGUE ET SA PROMOTION.
           01 WS-SOUS-PROG-PRIXCLI PIC X(8) VALUE 'PRIXCLI'.
           01 WS-LIEN-PRIXCLI.
               05 WS-LIEN-PRIXCLI-IN.
                   10 WS-LIEN-PRIXCLI-IN-CLIENT   PIC 9(5).
                   10 WS-LIEN-PRIXCLI-IN-ARTICLE  PIC X(6).
                   10 WS-LIEN-PRIXCLI-IN-QUANTITE PIC 9(3).
                   10 WS-LIEN-PRIXCLI-IN-DATE     PIC 9(8).
                   10 WS-LIEN-PRIXCLI-IN-PRIX-CAT PIC 9(3)V99.
               05 WS-LIEN-PRIXCLI-OU.
                   10 WS-LIEN-PRIXCLI-OU-PRIX     PIC 9(3)V99.
                   10 WS-LIEN-PRIXCLI-OU-CODE-RETOUR PIC X.
           01  WS-MONTANT-LIGNE  PIC 9(5)V99.
           01  WS-NB-ECARTS-PRIX PIC 9(4) VALUE 0.

              THRU 0050-CHARGER-BLOQUES-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-RELIQ-IMPOSE FROM ENVIRONMENT "CMDRELIQ"
              ON EXCEPTION
                 MOVE SPACE TO WS-RELIQ-IMPOSE
           END-ACCEPT.
           IF WS-RELIQ-IMPOSE NOT = 'O' AND WS-RELIQ-IMPOSE NOT = 'N'
              MOVE SPACE TO WS-RELIQ-IMPOSE
           END-IF.

           PERFORM 0060-CHARGER-DISPONIBLE-DEB
              THRU 0060-CHARGER-DISPONIBLE-FIN.
           DISPLAY 'MONTANT TOTAL        : ' WS-TOTAL-MONTANT.
           DISPLAY 'CARTES REJETEES      : ' WS-NB-REJETS.
           DISPLAY 'ECARTS DE PRIX       : ' WS-NB-ECARTS-PRIX.
           DISPLAY 'LIGNES A PRIX CONTRAT: ' WS-NB-LIGNES-CONTRAT.
           DISPLAY 'COMMANDES SUSPENDUES : ' WS-NB-SUSPENDUES
                   ' (MONTANT ' WS-MONTANT-SUSPENDU ')'.
           IF WS-NB-RELIQUATS-VOULUS > 0
           MOVE WS-LGN-QTE(WS-IND-LGN)     TO CMD-QUANTITE.
           MOVE WS-LGN-MONTANT(WS-IND-LGN) TO CMD-MONTANT.
           MOVE WS-OPERATEUR               TO CMD-OPERATEUR.
           MOVE WS-LGN-SOURCE(WS-IND-LGN)  TO CMD-SOURCE-PRIX.
           MOVE 0                          TO CMD-QTE-EXPEDIEE.
           WRITE FS-ENR-CMD-TRAVAIL FROM WS-ENR-COMMANDE.
           WRITE FS-ENR-CMD-ENCOURS FROM WS-ENR-COMMANDE.
           ADD 1 TO WS-NB-LIGNES-JOUR.
      * vente (DEPOTVTE, '01' par defaut comme CMDSTOCK), moins
      * les quantites deja acceptees aujourd'hui et pas encore
      * passees par la chaine de stock (fichier de travail du
      * jour). Le reste a livrer des commandes validees
      * (RESERVATIONS.TXT, facultatif) est deja sorti des soldes
      * et n'est lu que pour l'affichage d'un manque.
      * Sans OUTPUT.TXT, aucun controle (comme avant).
       0060-CHARGER-DISPONIBLE-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'DEPOTVTE'    TO WS-LIEN-GETPARM-IN-PARAMETRE.
                      'DISPONIBLE (DEPOT ' WS-DEPOT-VENTES ')'
              PERFORM 0070-DEDUIRE-ACCEPTES-DEB
                 THRU 0070-DEDUIRE-ACCEPTES-FIN
              PERFORM 0090-DEDUIRE-RESERVES-DEB
                 THRU 0090-DEDUIRE-RESERVES-FIN
           ELSE
              DISPLAY 'PAS DE SOLDES DE STOCK, DISPONIBLE NON '
                      'CONTROLE A LA SAISIE'
                 ELSE
                    MOVE FS-SLD-VALEUR TO WS-DSP-SOLDE(WS-NB-DISPO)
                 END-IF
                 MOVE WS-DSP-SOLDE(WS-NB-DISPO)
                   TO WS-DSP-PHYSIQUE(WS-NB-DISPO)
                 MOVE 0 TO WS-DSP-RESERVE(WS-NB-DISPO)
              ELSE
                 DISPLAY 'TABLE DU DISPONIBLE PLEINE (200), CODE '
                         'NON SUIVI : ' FS-SLD-CODE
       0080-CHERCHER-DISPO-CMD-FIN.
           EXIT.

      * LE RESTE A LIVRER DES COMMANDES VALIDEES, RESERVE AU
      * DEPOT DE VENTE, A ETE POSTE EN VENTE PAR CMDSTOCK LE SOIR
      * DE L'ACCEPTATION (OU PAR LES VENTILATIONS DE CMDAMEND) :
      * LE SOLDE NE LE CONTIENT PLUS, LES DEUX COMMANDES VALIDEES
      * LE MEME JOUR NE COMPTENT DONC PAS SUR LE MEME STOCK. LE
      * RESERVE N'EST PAS RETIRE DU DISPONIBLE UNE SECONDE FOIS,
      * IL EST AJOUTE AU STOCK PHYSIQUE (MARCHANDISE ENCORE EN
      * RAYON) POUR L'AFFICHAGE.
       0090-DEDUIRE-RESERVES-DEB.
           OPEN INPUT FIC-RESERVATIONS.
           IF WS-STATUS-RESERV = '00'
              PERFORM 0095-DEDUIRE-RESERVE-DEB
                 THRU 0095-DEDUIRE-RESERVE-FIN
                 UNTIL WS-STATUS-RESERV NOT = '00'
              CLOSE FIC-RESERVATIONS
              DISPLAY WS-NB-RESERV-LUES ' LIGNE(S) DE COMMANDE '
                      'RESERVEE(S), DEJA SORTIE(S) DES SOLDES'
           END-IF.
       0090-DEDUIRE-RESERVES-FIN.
           EXIT.

       0095-DEDUIRE-RESERVE-DEB.
           READ FIC-RESERVATIONS
              AT END
                 MOVE '10' TO WS-STATUS-RESERV
           END-READ.
           IF WS-STATUS-RESERV = '00'
              AND FS-RSV-DEPOT = WS-DEPOT-VENTES
              AND FS-RSV-QTE IS NUMERIC
              MOVE 0 TO WS-IND-DSP-TROUVE
              PERFORM 0097-CHERCHER-DISPO-RSV-DEB
                 THRU 0097-CHERCHER-DISPO-RSV-FIN
                 VARYING WS-IND-DSP FROM 1 BY 1
                 UNTIL WS-IND-DSP > WS-NB-DISPO
                 OR WS-IND-DSP-TROUVE > 0
              IF WS-IND-DSP-TROUVE > 0
                 ADD 1 TO WS-NB-RESERV-LUES
                 ADD FS-RSV-QTE
                  TO WS-DSP-RESERVE(WS-IND-DSP-TROUVE)
                 ADD FS-RSV-QTE
                  TO WS-DSP-PHYSIQUE(WS-IND-DSP-TROUVE)
              END-IF
           END-IF.
       0095-DEDUIRE-RESERVE-FIN.
           EXIT.

       0097-CHERCHER-DISPO-RSV-DEB.
           IF WS-DSP-CODE(WS-IND-DSP) = FS-RSV-CODE
              MOVE WS-IND-DSP TO WS-IND-DSP-TROUVE
           END-IF.
       0097-CHERCHER-DISPO-RSV-FIN.
           EXIT.

      * Chargement des encours de credit ; sans fichier, aucune
      * limite n'est appliquee (fonctionnement d'avant).
       0030-CHARGER-CREDITS-DEB.
      * mais le catalogue fait foi, l'erreur de prix ne doit plus
      * atteindre les totaux.
       2030-VALORISER-LIGNE-DEB.
      * LE PRIX CONTRACTUEL DU CLIENT PRIME ; A DEFAUT, LE PRIX
      * PROMOTIONNEL QUAND LA DATE DE LA COMMANDE TOMBE DANS SA
      * PERIODE (LA LIGNE EST COMPTEE AU SUIVI DES PROMOTIONS),
      * SINON LE PRIX CATALOGUE.
           MOVE 'N' TO WS-LIGNE-EN-PROMO.
           MOVE WS-CLIENT-COURANT TO WS-LIEN-PRIXCLI-IN-CLIENT.
           MOVE WS-ARTICLE        TO WS-LIEN-PRIXCLI-IN-ARTICLE.
           MOVE WS-QUANTITE       TO WS-LIEN-PRIXCLI-IN-QUANTITE.
           MOVE WS-DATE-JOUR      TO WS-LIEN-PRIXCLI-IN-DATE.
           MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE)
             TO WS-LIEN-PRIXCLI-IN-PRIX-CAT.
           CALL WS-SOUS-PROG-PRIXCLI USING WS-LIEN-PRIXCLI.
           EVALUATE TRUE
              WHEN WS-LIEN-PRIXCLI-OU-CODE-RETOUR = 'C'
                 MOVE WS-LIEN-PRIXCLI-OU-PRIX TO WS-PRIX-RETENU
                 MOVE 'C' TO WS-SOURCE-PRIX
              WHEN WS-CAT-PROMO-PRIX(WS-IND-CAT-TROUVE) > 0
               AND WS-DATE-JOUR >= WS-CAT-PROMO-DU(WS-IND-CAT-TROUVE)
               AND WS-DATE-JOUR <= WS-CAT-PROMO-AU(WS-IND-CAT-TROUVE)
                 MOVE WS-CAT-PROMO-PRIX(WS-IND-CAT-TROUVE)
                   TO WS-PRIX-RETENU
                 MOVE 'O' TO WS-LIGNE-EN-PROMO
                 MOVE 'P' TO WS-SOURCE-PRIX
              WHEN OTHER
                 MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE)
                   TO WS-PRIX-RETENU
                 MOVE 'L' TO WS-SOURCE-PRIX
           END-EVALUATE.
           COMPUTE WS-MONTANT-LIGNE =
                   WS-QUANTITE * WS-PRIX-RETENU.
           MOVE WS-MONTANT-LIGNE TO WS-LIEN-IN-VALEUR.
                       ADD 1 TO WS-NB-LIGNES-PROMO
                       ADD 1 TO WS-CAT-NB-PROMO(WS-IND-CAT-TROUVE)
                    END-IF
                    IF WS-SOURCE-PRIX = 'C'
                       ADD 1 TO WS-NB-LIGNES-CONTRAT
                    END-IF
      * LA LIGNE ACCEPTEE CONSOMME LE DISPONIBLE SUIVI (MEME
      * NEGATIF : LE RELIQUAT ASSUME PESE SUR LA SUITE).
                    IF WS-IND-DSP-TROUVE > 0
                         ', DISPONIBLE '
                         WS-DSP-SOLDE(WS-IND-DSP-TROUVE)
                         ', MANQUE ' WS-MANQUE
                 DISPLAY '   STOCK ' WS-DSP-PHYSIQUE(WS-IND-DSP-TROUVE)
                         '  RESERVE '
                         WS-DSP-RESERVE(WS-IND-DSP-TROUVE)
                         '  A PROMETTRE '
                         WS-DSP-SOLDE(WS-IND-DSP-TROUVE)
                 IF WS-RELIQ-IMPOSE = SPACE
                    DISPLAY 'ACCEPTER EN RELIQUAT (O/N) ? '
                            NO ADVANCING
                    ACCEPT WS-REPONSE-RELIQ
                 ELSE
                    MOVE WS-RELIQ-IMPOSE TO WS-REPONSE-RELIQ
                    DISPLAY 'RELIQUAT (CMDRELIQ) : ' WS-REPONSE-RELIQ
                 END-IF
                 IF WS-REPONSE-RELIQ = 'O'
                    ADD 1 TO WS-NB-RELIQUATS-VOULUS
                    DISPLAY 'LIGNE ACCEPTEE EN RELIQUAT'
              MOVE WS-QUANTITE      TO WS-LGN-QTE(WS-NB-LIGNES-CDE)
              MOVE WS-MONTANT-LIGNE
                TO WS-LGN-MONTANT(WS-NB-LIGNES-CDE)
              MOVE WS-SOURCE-PRIX   TO WS-LGN-SOURCE(WS-NB-LIGNES-CDE)
           ELSE
              DISPLAY 'COMMANDE ' WS-NUM-COMMANDE-COURANTE
                      ' : PLUS DE 50 LIGNES, LIGNE NON VERSEE AU '
