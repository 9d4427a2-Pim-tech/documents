      *     'M' MODIFICATION / 'S' SUPPRESSION, ARTICLE,
      *     QUANTITE, OPERATEUR) AU FICHIER DES ENCOURS :
      *       - LA LIGNE MODIFIEE OU AJOUTEE EST REVALORISEE AU
      *         PRIX DU CATALOGUE (ARTICLE CONNU ET ACTIF), OU AU
      *         PRIX CONTRACTUEL DU CLIENT S'IL EN A UN (PRIXCLI),
      *         L'ORIGINE DU PRIX ETANT PORTEE PAR LA LIGNE,
      *       - UNE AUGMENTATION D'ENCOURS EST CONFRONTEE A LA
      *         LIMITE DE CREDIT DU CLIENT (CLIENTCRED.TXT) ET
      *         REJETEE AU-DELA ; LES DELTAS APPLIQUES SONT
      *         REPORTES DANS UNE NOUVELLE GENERATION
      *         CLIENTCRED_NEW.TXT,
      *       - TOUT AVENANT SUR UNE COMMANDE PARTIELLEMENT
      *         EXPEDIEE ('P'), EXPEDIEE ('X'), FACTUREE ('F')
      *         OU ANNULEE ('A') EST REFUSE,
      *       - LES ECARTS DE QUANTITE PRODUISENT DES MOUVEMENTS
      *         DE COMPENSATION AU FORMAT DE LA CHAINE DE STOCK
      *         (MVTAMEND.TXT, ENVELOPPE COMPRISE) POUR QUE LES
      *         OPERATEUR DANS CMDAMDJOUR.TXT (OUVERT EN AJOUT).
      *     UNE NOUVELLE GENERATION FCOMMAND_ENCOURS_NEW.TXT EST
      *     ECRITE, COMME CMDSTATU ; L'ANCIENNE N'EST JAMAIS
      *     TOUCHEE. LA GENERATION DU FICHIER DES RESERVATIONS
      *     (RESERVATIONS_NEW.TXT, MEME REGLE QUE CMDSTATU) EST
      *     ECRITE AVEC ELLE : LA RESERVATION D'UNE LIGNE VALIDEE
      *     SUIT SA NOUVELLE QUANTITE, CELLE D'UNE LIGNE SUPPRIMEE
      *     EST LIBEREE. L'ECART EST DEJA SORTI DU STOCK PAR LE
      *     MOUVEMENT DE COMPENSATION : LA RESERVATION NE LE
      *     RETIRE PAS UNE SECONDE FOIS DU DISPONIBLE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/cmdamdjour.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOURNAL.
           SELECT FIC-RESERV-NOUV
              ASSIGN TO "./files/reservations_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RESNOUV.

       DATA DIVISION.
       FILE SECTION.
       01  FS-ENR-CREDIT-NOUV PIC X(33).

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO) ;
      *    LA ZONE CIBLE PORTE LE MOTIF DU MOUVEMENT.
       FD FIC-MVT-COMPENSE RECORDING MODE IS F.
       01  FS-ENR-MVT-COMP.
           05 FS-MVC-CODEM   PIC X(3).
       FD FIC-JOURNAL RECORDING MODE IS F.
       01  FS-ENR-JOURNAL PIC X(70).

      *    RESERVATION DU RESTE A LIVRER (MEME DECOUPAGE QUE
      *    CMDSTATU).
       FD FIC-RESERV-NOUV RECORDING MODE IS F.
       01  FS-ENR-RESERV-NOUV.
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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDAMEND'.
       01  WS-STATUS-CDE     PIC XX.
       01  WS-STATUS-CRDNOUV PIC XX.
       01  WS-STATUS-MVTC    PIC XX.
       01  WS-STATUS-JOURNAL PIC XX.
       01  WS-STATUS-RESNOUV PIC XX.

       01  WS-HORODATAGE.
           05 WS-HORO-DATE  PIC 9(8).
           05 CMD-QUANTITE  PIC 9(3).
           05 CMD-MONTANT   PIC 9(5)V99.
           05 CMD-OPERATEUR PIC X(8).
           05 CMD-SOURCE-PRIX PIC X(1).
           05 CMD-QTE-EXPEDIEE PIC 9(3).
           05 FILLER        PIC X(61).

      * AVENANTS EN MEMOIRE, SORT : ' ' PAS VU, 'A' APPLIQUE,
      * 'R' REFUSE, 'I' COMMANDE INTROUVABLE (CF. CMDSTATU).
       01  WS-DELTA-MONTANT  PIC S9(7)V99.
       01  WS-DELTA-QTE      PIC S9(5).
       01  WS-MONTANT-NOUVEAU PIC 9(5)V99.
       01  WS-PRIX-RETENU    PIC 9(3)V99.
       01  WS-SOURCE-PRIX    PIC X(1).
       01  WS-QTE-VALORISEE  PIC 9(3).

      * PRIX CONTRACTUEL DU CLIENT (TARIFCLIENT.TXT), CONSULTE
      * AVANT LE CATALOGUE, COMME A LA SAISIE COMMANDS.
       01  WS-SOUS-PROG-PRIXCLI PIC X(8) VALUE 'PRIXCLI'.
       01  WS-LIEN-PRIXCLI.
           05 WS-LIEN-PRIXCLI-IN.
               10 WS-LIEN-PRIXCLI-IN-CLIENT   PIC 9(5).
               10 WS-LIEN-PRIXCLI-IN-ARTICLE  PIC X(6).
               10 WS-LIEN-PRIXCLI-IN-QUANTITE PIC 9(3).
               10 WS-LIEN-PRIXCLI-IN-DATE     PIC 9(8).
               10 WS-LIEN-PRIXCLI-IN-PRIX-CAT PIC 9(3)V99.
           05 WS-LIEN-PRIXCLI-OU.
               10 WS-LIEN-PRIXCLI-OU-PRIX     PIC 9(3)V99.
               10 WS-LIEN-PRIXCLI-OU-CODE-RETOUR PIC X.
       01  WS-ANC-QTE        PIC 9(3).
       01  WS-CREDIT-OK      PIC X.

       01  WS-DEPOT-VENTES   PIC X(2) VALUE '01'.
       01  WS-ENR-ENVELOPPE  PIC X(32).
       01  WS-QTE-COMP       PIC 9(3).
       01  WS-QTE-DEJA-EXPEDIEE PIC 9(3).

      * LE DEPOT DE VENTE EST RESOLU PAR LE REGISTRE CENTRAL
      * GETPARM, COMME DANS CMDSTOCK : LES COMPENSATIONS
           05 WS-NB-REFUSES      PIC 9(4) VALUE 0.
           05 WS-NB-INTROUVABLES PIC 9(4) VALUE 0.
           05 WS-NB-MVTS-COMP    PIC 9(5) VALUE 0.
           05 WS-NB-RESERVATIONS PIC 9(5) VALUE 0.
           05 WS-QTE-RESERVEE    PIC 9(7) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
           END-IF.
           OPEN OUTPUT FIC-COMMANDES-NOUV.
           OPEN OUTPUT FIC-MVT-COMPENSE.
           OPEN OUTPUT FIC-RESERV-NOUV.
           OPEN EXTEND FIC-JOURNAL.
           IF WS-STATUS-JOURNAL NOT = '00'
              OPEN OUTPUT FIC-JOURNAL
           CLOSE FIC-COMMANDES.
           CLOSE FIC-COMMANDES-NOUV.
           CLOSE FIC-MVT-COMPENSE.
           CLOSE FIC-RESERV-NOUV.
           CLOSE FIC-JOURNAL.

           PERFORM 3000-RAPPORT-AVENANTS-DEB
              UNTIL WS-IND-AVT > WS-NB-AVTS.
           IF WS-LIGNE-SUPPRIMEE = 'N'
              WRITE FS-ENR-COMMANDE-NOUV FROM WS-ENR-COMMANDE
              PERFORM 2800-RESERVER-LIGNE-DEB
                 THRU 2800-RESERVER-LIGNE-FIN
           END-IF.
       2100-TRAITER-LIGNE-FIN.
           EXIT.
              AND (WS-AVT-ACTION(WS-IND-AVT) = 'M'
                   OR WS-AVT-ACTION(WS-IND-AVT) = 'S')
              AND WS-AVT-NUMLIGNE(WS-IND-AVT) = CMD-NUMLIGNE
              IF WS-STATUT-CDE = 'P' OR 'X' OR 'F' OR 'A'
                 MOVE 'R' TO WS-AVT-SORT(WS-IND-AVT)
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'AVENANT REFUSE, COMMANDE '
                 DISPLAY 'AVENANT REFUSE, ARTICLE INACTIF : '
                         CMD-ARTICLE
              WHEN OTHER
                 MOVE WS-AVT-QUANTITE(WS-IND-AVT) TO WS-QTE-VALORISEE
                 PERFORM 2430-VALORISER-DEB
                    THRU 2430-VALORISER-FIN
                 COMPUTE WS-DELTA-MONTANT =
                         WS-MONTANT-NOUVEAU - CMD-MONTANT
                 PERFORM 2450-CONTROLER-CREDIT-DEB
                    MOVE WS-AVT-QUANTITE(WS-IND-AVT)
                      TO WS-QTE-COMP
                    MOVE WS-MONTANT-NOUVEAU TO CMD-MONTANT
                    MOVE WS-SOURCE-PRIX TO CMD-SOURCE-PRIX
                    MOVE 'A' TO WS-AVT-SORT(WS-IND-AVT)
                    ADD 1 TO WS-NB-APPLIQUES
                    PERFORM 2700-JOURNALISER-DEB
       2420-COMPARER-ARTICLE-FIN.
           EXIT.

      * VALORISATION DE LA QUANTITE AMENDEE : LE PRIX
      * CONTRACTUEL DU CLIENT A LA DATE DE L'AVENANT PRIME SUR LE
      * PRIX CATALOGUE.
       2430-VALORISER-DEB.
           MOVE WS-CLIENT-CDE      TO WS-LIEN-PRIXCLI-IN-CLIENT.
           MOVE WS-ARTICLE-CHERCHE TO WS-LIEN-PRIXCLI-IN-ARTICLE.
           MOVE WS-QTE-VALORISEE   TO WS-LIEN-PRIXCLI-IN-QUANTITE.
           MOVE WS-HORO-DATE       TO WS-LIEN-PRIXCLI-IN-DATE.
           MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE)
             TO WS-LIEN-PRIXCLI-IN-PRIX-CAT.
           CALL WS-SOUS-PROG-PRIXCLI USING WS-LIEN-PRIXCLI.
           IF WS-LIEN-PRIXCLI-OU-CODE-RETOUR = 'C'
              MOVE WS-LIEN-PRIXCLI-OU-PRIX TO WS-PRIX-RETENU
              MOVE 'C' TO WS-SOURCE-PRIX
           ELSE
              MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE) TO WS-PRIX-RETENU
              MOVE 'L' TO WS-SOURCE-PRIX
           END-IF.
           COMPUTE WS-MONTANT-NOUVEAU =
                   WS-QTE-VALORISEE * WS-PRIX-RETENU.
       2430-VALORISER-FIN.
           EXIT.

      * UNE AUGMENTATION D'ENCOURS EST CONFRONTEE A LA LIMITE DU
      * CLIENT ; UN CLIENT NON SUIVI EN CREDIT OU UNE BAISSE
      * PASSENT TOUJOURS.
              MOVE SPACES TO FS-ENR-MVT-COMP
              MOVE WS-ARTICLE-CHERCHE(1:3) TO FS-MVC-CODEM
              MOVE WS-DEPOT-VENTES         TO FS-MVC-DEPOTM
              MOVE 'VT'                    TO FS-MVC-CIBLE
              IF WS-DELTA-QTE > 0
                 MOVE '-' TO FS-MVC-SENSM
                 MOVE WS-DELTA-QTE TO FS-MVC-VALEURM
           IF WS-AVT-SORT(WS-IND-AVT) = SPACE
              AND WS-AVT-IDCOMMAND(WS-IND-AVT) = WS-CDE-COURANTE
              AND WS-AVT-ACTION(WS-IND-AVT) = 'A'
              IF WS-STATUT-CDE = 'P' OR 'X' OR 'F' OR 'A'
                 MOVE 'R' TO WS-AVT-SORT(WS-IND-AVT)
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'AJOUT REFUSE, COMMANDE '
                 DISPLAY 'AJOUT REFUSE, ARTICLE INACTIF : '
                         WS-AVT-ARTICLE(WS-IND-AVT)
              WHEN OTHER
                 MOVE WS-AVT-QUANTITE(WS-IND-AVT) TO WS-QTE-VALORISEE
                 PERFORM 2430-VALORISER-DEB
                    THRU 2430-VALORISER-FIN
                 MOVE WS-MONTANT-NOUVEAU TO WS-DELTA-MONTANT
                 PERFORM 2450-CONTROLER-CREDIT-DEB
                    THRU 2450-CONTROLER-CREDIT-FIN
           MOVE WS-AVT-QUANTITE(WS-IND-AVT) TO CMD-QUANTITE.
           MOVE WS-MONTANT-NOUVEAU         TO CMD-MONTANT.
           MOVE WS-AVT-OPERATEUR(WS-IND-AVT) TO CMD-OPERATEUR.
           MOVE WS-SOURCE-PRIX             TO CMD-SOURCE-PRIX.
           MOVE 0                          TO CMD-QTE-EXPEDIEE.
           WRITE FS-ENR-COMMANDE-NOUV FROM WS-ENR-COMMANDE.
           PERFORM 2800-RESERVER-LIGNE-DEB
              THRU 2800-RESERVER-LIGNE-FIN.
           MOVE WS-AVT-QUANTITE(WS-IND-AVT) TO WS-DELTA-QTE.
           PERFORM 2500-COMPENSER-STOCK-DEB
              THRU 2500-COMPENSER-STOCK-FIN.
       2700-JOURNALISER-FIN.
           EXIT.

      * RESERVATION DU RESTE A LIVRER DE LA LIGNE ECRITE QUAND
      * LA COMMANDE EST VALIDEE (LES STATUTS X ET P, REFUSES AUX
      * AVENANTS, SONT REPRIS TELS QUELS) ; UNE LIGNE
      * ENREGISTREE NE RESERVE RIEN.
       2800-RESERVER-LIGNE-DEB.
           IF CMD-CODESTR = 'V'
              OR CMD-CODESTR = 'X'
              OR CMD-CODESTR = 'P'
              IF CMD-QUANTITE NUMERIC
                 IF CMD-QTE-EXPEDIEE NUMERIC
                    MOVE CMD-QTE-EXPEDIEE TO WS-QTE-DEJA-EXPEDIEE
                 ELSE
                    MOVE 0 TO WS-QTE-DEJA-EXPEDIEE
                 END-IF
                 IF WS-QTE-DEJA-EXPEDIEE < CMD-QUANTITE
                    MOVE SPACES              TO FS-ENR-RESERV-NOUV
                    MOVE CMD-IDCOMMAND       TO FS-RSV-IDCOMMAND
                    MOVE CMD-NUMLIGNE        TO FS-RSV-NUMLIGNE
                    MOVE CMD-ARTICLE(1:3)    TO FS-RSV-CODE
                    MOVE WS-DEPOT-VENTES     TO FS-RSV-DEPOT
                    COMPUTE FS-RSV-QTE =
                       CMD-QUANTITE - WS-QTE-DEJA-EXPEDIEE
                    MOVE CMD-CODESTR         TO FS-RSV-STATUT
                    MOVE CMD-IDCLIENT        TO FS-RSV-IDCLIENT
                    WRITE FS-ENR-RESERV-NOUV
                    ADD 1          TO WS-NB-RESERVATIONS
                    ADD FS-RSV-QTE TO WS-QTE-RESERVEE
                 END-IF
              END-IF
           END-IF.
       2800-RESERVER-LIGNE-FIN.
           EXIT.

       3000-RAPPORT-AVENANTS-DEB.
           PERFORM 3010-AVT-NON-VU-DEB
              THRU 3010-AVT-NON-VU-FIN
           DISPLAY 'AVENANTS REFUSES         : ' WS-NB-REFUSES.
           DISPLAY 'AVENANTS SANS CIBLE      : ' WS-NB-INTROUVABLES.
           DISPLAY 'MVTS DE COMPENSATION     : ' WS-NB-MVTS-COMP.
           DISPLAY 'LIGNES RESERVEES         : ' WS-NB-RESERVATIONS.
           DISPLAY 'QUANTITE RESERVEE        : ' WS-QTE-RESERVEE.
           DISPLAY 'BASCULER FCOMMAND_ENCOURS_NEW.TXT SUR '
                   'FCOMMAND_ENCOURS.TXT APRES CONTROLE'.
           DISPLAY 'BASCULER RESERVATIONS_NEW.TXT SUR '
                   'RESERVATIONS.TXT APRES CONTROLE'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'AVENANTS APPLIQUES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-APPLIQUES      TO WS-LIEN-RECAPJR-IN-VALEUR.
