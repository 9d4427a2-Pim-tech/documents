       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVSAISI.

      *********************************************************
      *     SAISIE DES DEVIS CLIENTS ET DE LEUR ISSUE.
      *
      *     LES COMMERCIAUX TAPAIENT LEURS DEVIS DANS UN
      *     TRAITEMENT DE TEXTE, PUIS RESSAISISSAIENT LES DEVIS
      *     ACCEPTES DANS COMMANDS. CE PROGRAMME APPLIQUE UN
      *     FICHIER DE MOUVEMENTS DE DEVIS (DEVISMVT.TXT) AU
      *     FICHIER DES DEVIS (DEVIS.TXT, UNE LIGNE PAR LIGNE DE
      *     DEVIS) :
      *       - 'D' OUVRE UN NOUVEAU DEVIS POUR UN CLIENT CONNU
      *         DU FICHIER CLIENT (FCLIENT), AVEC SA DATE DE FIN
      *         DE VALIDITE (A DEFAUT DATE DU JOUR PLUS LA DUREE
      *         DUREEDEVIS DU REGISTRE GETPARM, 30 JOURS SINON),
      *       - 'L' AJOUTE UNE LIGNE (ARTICLE, QUANTITE) AU DEVIS
      *         OUVERT PAR LE DERNIER 'D', VALORISEE EXACTEMENT
      *         COMME COMMANDS LA VALORISERAIT A LA DATE DU
      *         DEVIS : LIGNE DE PRIX DU CATALOGUE EN VIGUEUR,
      *         PRIX CONTRACTUEL DU CLIENT (PRIXCLI), SINON PRIX
      *         PROMOTIONNEL DANS SA PERIODE, ARTICLE ACTIF,
      *         MONTANT DANS LES BORNES PGETPT ; L'ORIGINE DU
      *         PRIX ('C' CONTRAT, 'P' PROMOTION, 'L' CATALOGUE)
      *         EST GARDEE SUR LA LIGNE DE DEVIS,
      *       - 'A' / 'R' ENREGISTRENT L'ACCEPTATION OU LE REFUS
      *         D'UN DEVIS OUVERT PAR LE CLIENT ; UN DEVIS DONT
      *         LA VALIDITE EST DEPASSEE NE PEUT PLUS ETRE
      *         ACCEPTE.
      *     STATUTS D'UN DEVIS : O = OUVERT, A = ACCEPTE,
      *     R = REFUSE, C = CONVERTI EN COMMANDE, E = EXPIRE
      *     (CES DEUX DERNIERS POSES PAR DEVCONV).
      *     LES NOUVEAUX DEVIS SONT NUMEROTES A LA SUITE DU PLUS
      *     GRAND NUMERO DU FICHIER. UNE NOUVELLE GENERATION
      *     DEVIS_NEW.TXT EST ECRITE, A BASCULER APRES CONTROLE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MVT-DEVIS
              ASSIGN TO "./files/devismvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.
           SELECT FIC-DEVIS
              ASSIGN TO "./files/devis.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEV.
           SELECT FIC-DEVIS-NOUV
              ASSIGN TO "./files/devis_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-NOUV.
           SELECT FIC-CATALOGUE
              ASSIGN TO "./files/catalogue.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CAT.
           SELECT CLIENT
              ASSIGN TO FCLIENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
      *    MOUVEMENT DE DEVIS : TYPE PUIS ZONE DONT LE DECOUPAGE
      *    DEPEND DU TYPE.
       FD FIC-MVT-DEVIS RECORDING MODE IS F.
       01  FS-ENR-MVT.
           05 FS-MVT-TYPE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVT-DONNEES  PIC X(30).
      *    'D' : CLIENT ET FIN DE VALIDITE (FACULTATIVE).
           05 FS-MVT-ENTETE REDEFINES FS-MVT-DONNEES.
               10 FS-MVD-CLIENT   PIC 9(5).
               10 FS-MVD-CLIENT-X REDEFINES FS-MVD-CLIENT PIC X(5).
               10 FILLER PIC X(1).
               10 FS-MVD-VALIDITE PIC 9(8).
               10 FS-MVD-VALIDITE-X REDEFINES FS-MVD-VALIDITE
                                    PIC X(8).
               10 FILLER PIC X(16).
      *    'L' : ARTICLE ET QUANTITE.
           05 FS-MVT-LIGNE REDEFINES FS-MVT-DONNEES.
               10 FS-MVL-ARTICLE  PIC X(6).
               10 FILLER PIC X(1).
               10 FS-MVL-QTE      PIC 9(3).
               10 FS-MVL-QTE-X REDEFINES FS-MVL-QTE PIC X(3).
               10 FILLER PIC X(20).
      *    'A' / 'R' : NUMERO DU DEVIS.
           05 FS-MVT-ISSUE REDEFINES FS-MVT-DONNEES.
               10 FS-MVI-NUMERO   PIC 9(6).
               10 FS-MVI-NUMERO-X REDEFINES FS-MVI-NUMERO PIC X(6).
               10 FILLER PIC X(24).

      *    FICHIER DES DEVIS : UNE LIGNE PAR LIGNE DE DEVIS, LES
      *    ZONES D'ENTETE (CLIENT, DATES, STATUT) REPETEES.
       FD FIC-DEVIS RECORDING MODE IS F.
       01  FS-ENR-DEVIS.
           05 FS-DEV-NUMERO   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-DEV-LIGNE    PIC 9(2).
           05 FILLER PIC X(1).
           05 FS-DEV-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-DEV-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DEV-VALIDITE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DEV-ARTICLE  PIC X(6).
           05 FILLER PIC X(1).
           05 FS-DEV-QTE      PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-DEV-PRIX     PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 FS-DEV-MONTANT  PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-DEV-SOURCE-PRIX PIC X(1).
           05 FILLER PIC X(1).
           05 FS-DEV-STATUT   PIC X(1).
           05 FILLER PIC X(1).
           05 FS-DEV-DATE-STATUT PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DEV-COMMANDE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-DEV-OPERATEUR PIC X(8).

       FD FIC-DEVIS-NOUV RECORDING MODE IS F.
       01  FS-ENR-DEVIS-NOUV PIC X(86).

       FD FIC-CATALOGUE RECORDING MODE IS F.
       01  FS-ENR-CATALOGUE.
           05 FS-CAT-CODE        PIC X(6).
           05 FILLER PIC X(1).
           05 FS-CAT-DESIGNATION PIC X(20).
           05 FILLER PIC X(1).
           05 FS-CAT-PRIX        PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 FS-CAT-ACTIF       PIC X(1).
           05 FILLER PIC X(1).
           05 FS-CAT-VAL-DU      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CAT-VAL-AU      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CAT-PROMO-PRIX  PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 FS-CAT-PROMO-DU    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CAT-PROMO-AU    PIC 9(8).

       FD CLIENT.
       01  FS-CLIENT PIC X(106).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'DEVSAISI'.
       01  WS-STATUS-MVT    PIC XX.
       01  WS-STATUS-DEV    PIC XX.
       01  WS-STATUS-NOUV   PIC XX.
       01  WS-STATUS-CAT    PIC XX.
       01  WS-STATUS-CLIENT PIC XX.

       01  WS-DATE-JOUR   PIC 9(8).
       01  WS-DUREE-DEVIS PIC 9(3) VALUE 30.
       01  WS-JULIEN      PIC 9(7).

      * VUE DU CLIENT DU FICHIER FCLIENT (FORMAT BAPP1).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT PIC 9(5).
           05 CLIENT-NOM      PIC X(30).
           05 FILLER          PIC X(71).

       01  WS-CLIENTS.
           05 WS-NB-CLIENTS PIC 9(3) VALUE 0.
           05 WS-CLI-ID PIC 9(5) OCCURS 300 TIMES.
       01  WS-IND-CLI      PIC 9(3).
       01  WS-CLIENT-CONNU PIC X.

      * CATALOGUE EN MEMOIRE, MEMES LIGNES DE PRIX DATEES ET
      * PROMOTIONS QUE COMMANDS.
       01  WS-CATALOGUE.
           05 WS-NB-ARTICLES-CAT PIC 9(3) VALUE 0.
           05 WS-CAT OCCURS 100 TIMES.
               10 WS-CAT-CODE        PIC X(6).
               10 WS-CAT-PRIX        PIC 9(3)V99.
               10 WS-CAT-ACTIF       PIC X(1).
               10 WS-CAT-VAL-DU      PIC 9(8).
               10 WS-CAT-VAL-AU      PIC 9(8).
               10 WS-CAT-PROMO-PRIX  PIC 9(3)V99.
               10 WS-CAT-PROMO-DU    PIC 9(8).
               10 WS-CAT-PROMO-AU    PIC 9(8).
       01  WS-IND-CAT        PIC 9(3).
       01  WS-IND-CAT-TROUVE PIC 9(3).
       01  WS-CODE-CONNU     PIC X.
       01  WS-LIGNE-VALIDE   PIC X.
       01  WS-PRIX-RETENU    PIC 9(3)V99.
       01  WS-SOURCE-PRIX    PIC X(1).

      * PRIX CONTRACTUEL DU CLIENT (TARIFCLIENT.TXT), CONSULTE
      * AVANT LE CATALOGUE ET SA PROMOTION, COMME COMMANDS.
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
       01  WS-MONTANT-LIGNE  PIC 9(5)V99.

      * ACCEPTATIONS ET REFUS DU JOUR, APPLIQUES A LA RECOPIE DU
      * FICHIER DES DEVIS.
       01  WS-ISSUES.
           05 WS-NB-ISSUES PIC 9(3) VALUE 0.
           05 WS-ISS OCCURS 200 TIMES.
               10 WS-ISS-NUMERO  PIC 9(6).
               10 WS-ISS-STATUT  PIC X(1).
               10 WS-ISS-RESULTAT PIC X(1).
      *           ' ' = DEVIS NON TROUVE, 'A' = APPLIQUEE,
      *           'P' = DEVIS PERIME, 'S' = DEVIS PAS OUVERT
       01  WS-IND-ISS        PIC 9(3).
       01  WS-IND-ISS-TROUVE PIC 9(3).

      * NOUVEAUX DEVIS DU JOUR, NUMEROTES APRES LA RECOPIE.
       01  WS-NOUVEAUX.
           05 WS-NB-NOUV-LIGNES PIC 9(3) VALUE 0.
           05 WS-NVL OCCURS 999 TIMES.
               10 WS-NVL-RANG     PIC 9(3).
               10 WS-NVL-LIGNE    PIC 9(2).
               10 WS-NVL-CLIENT   PIC 9(5).
               10 WS-NVL-VALIDITE PIC 9(8).
               10 WS-NVL-ARTICLE  PIC X(6).
               10 WS-NVL-QTE      PIC 9(3).
               10 WS-NVL-PRIX     PIC 9(3)V99.
               10 WS-NVL-MONTANT  PIC 9(5)V99.
               10 WS-NVL-SOURCE   PIC X(1).
       01  WS-IND-NVL        PIC 9(3).

      * DEVIS EN COURS DE SAISIE (DERNIER 'D' ACCEPTE).
       01  WS-DEVIS-COURANT.
           05 WS-DVC-OUVERT   PIC X(1) VALUE 'N'.
           05 WS-DVC-RANG     PIC 9(3) VALUE 0.
           05 WS-DVC-CLIENT   PIC 9(5).
           05 WS-DVC-VALIDITE PIC 9(8).
           05 WS-DVC-LIGNES   PIC 9(2).
           05 WS-DVC-MONTANT  PIC 9(7)V99.
       01  WS-DERNIER-NUMERO PIC 9(6) VALUE 0.
       01  WS-NUMERO-COURANT PIC 9(6).
       01  WS-RANG-COURANT   PIC 9(3).

       01  WS-COMPTEURS.
           05 WS-NB-MVTS-LUS    PIC 9(5) VALUE 0.
           05 WS-NB-REJETS      PIC 9(5) VALUE 0.
           05 WS-NB-DEVIS-CREES PIC 9(5) VALUE 0.
           05 WS-NB-ACCEPTES    PIC 9(5) VALUE 0.
           05 WS-NB-REFUSES     PIC 9(5) VALUE 0.
           05 WS-NB-LIGNES-COPIEES PIC 9(7) VALUE 0.
       01  WS-MONTANT-DEVISE PIC 9(7)V99 VALUE 0.

       01  WS-SOUS-PROG-PGETPT PIC X(8) VALUE 'PGETPT'.
       01  WS-LIEN-PGETPT.
           05 WS-LIEN-IN.
               10 WS-LIEN-IN-VALEUR PIC S9(7)V99 COMP-3.
               10 WS-LIEN-IN-MINI   PIC S9(7)V99 COMP-3.
               10 WS-LIEN-IN-MAXI   PIC S9(7)V99 COMP-3.
           05 WS-LIEN-OU.
               10 WS-LIEN-OU-CODE-RETOUR PIC X.

       01  WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01  WS-LIEN-GETPARM.
           05 WS-LIEN-GETPARM-IN.
               10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
           05 WS-LIEN-GETPARM-OU.
               10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
               10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

      * IDENTIFICATION ET HABILITATION DE L'OPERATEUR, QUI
      * ESTAMPILLE LES DEVIS SAISIS.
       01  WS-SOUS-PROG-SIGNON PIC X(8) VALUE 'SIGNON'.
       01  WS-LIEN-SIGNON.
           05 WS-LIEN-SIGNON-IN.
               10 WS-LIEN-SIGNON-IN-OPERATEUR PIC X(8).
               10 WS-LIEN-SIGNON-IN-MOT-PASSE PIC X(8).
               10 WS-LIEN-SIGNON-IN-PROGRAMME PIC X(8).
           05 WS-LIEN-SIGNON-OU.
               10 WS-LIEN-SIGNON-OU-CODE-RETOUR PIC X.
               10 WS-LIEN-SIGNON-OU-MESSAGE     PIC X(40).
       01  WS-OPERATEUR PIC X(8).

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
       0000-DEVSAISI-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
              THRU 0005-IDENTIFIER-OPERATEUR-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM 0010-LIRE-PARAMETRES-DEB
              THRU 0010-LIRE-PARAMETRES-FIN.
           PERFORM 1000-CHARGER-CATALOGUE-DEB
              THRU 1000-CHARGER-CATALOGUE-FIN.
           PERFORM 1100-CHARGER-CLIENTS-DEB
              THRU 1100-CHARGER-CLIENTS-FIN.
           PERFORM 2000-LIRE-MOUVEMENTS-DEB
              THRU 2000-LIRE-MOUVEMENTS-FIN.
           PERFORM 3000-RECOPIER-DEVIS-DEB
              THRU 3000-RECOPIER-DEVIS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-DEVSAISI-FIN.
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

      * DUREE DE VALIDITE PAR DEFAUT D'UN DEVIS, EN JOURS.
       0010-LIRE-PARAMETRES-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'DUREEDEVIS'  TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:3) IS NUMERIC
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:3) TO WS-DUREE-DEVIS
           END-IF.
       0010-LIRE-PARAMETRES-FIN.
           EXIT.

       1000-CHARGER-CATALOGUE-DEB.
           OPEN INPUT FIC-CATALOGUE.
           IF WS-STATUS-CAT = '00'
              PERFORM 1010-CHARGER-ARTICLE-DEB
                 THRU 1010-CHARGER-ARTICLE-FIN
                 UNTIL WS-STATUS-CAT NOT = '00'
              CLOSE FIC-CATALOGUE
              DISPLAY WS-NB-ARTICLES-CAT ' ARTICLE(S) AU CATALOGUE'
           ELSE
              DISPLAY 'CATALOGUE INTROUVABLE, TOUTE LIGNE DE DEVIS '
                      'SERA REJETEE'
           END-IF.
       1000-CHARGER-CATALOGUE-FIN.
           EXIT.

       1010-CHARGER-ARTICLE-DEB.
           READ FIC-CATALOGUE
              AT END
                 MOVE '10' TO WS-STATUS-CAT
           END-READ.
           IF WS-STATUS-CAT = '00'
              IF WS-NB-ARTICLES-CAT < 100
                 ADD 1 TO WS-NB-ARTICLES-CAT
                 MOVE FS-CAT-CODE
                   TO WS-CAT-CODE(WS-NB-ARTICLES-CAT)
                 MOVE FS-CAT-PRIX
                   TO WS-CAT-PRIX(WS-NB-ARTICLES-CAT)
                 MOVE FS-CAT-ACTIF
                   TO WS-CAT-ACTIF(WS-NB-ARTICLES-CAT)
                 IF FS-CAT-VAL-DU IS NUMERIC
                    MOVE FS-CAT-VAL-DU
                      TO WS-CAT-VAL-DU(WS-NB-ARTICLES-CAT)
                 ELSE
                    MOVE 0 TO WS-CAT-VAL-DU(WS-NB-ARTICLES-CAT)
                 END-IF
                 IF FS-CAT-VAL-AU IS NUMERIC
                    AND FS-CAT-VAL-AU > 0
                    MOVE FS-CAT-VAL-AU
                      TO WS-CAT-VAL-AU(WS-NB-ARTICLES-CAT)
                 ELSE
                    MOVE 99999999
                      TO WS-CAT-VAL-AU(WS-NB-ARTICLES-CAT)
                 END-IF
                 IF FS-CAT-PROMO-PRIX IS NUMERIC
                    AND FS-CAT-PROMO-DU IS NUMERIC
                    AND FS-CAT-PROMO-AU IS NUMERIC
                    MOVE FS-CAT-PROMO-PRIX
                      TO WS-CAT-PROMO-PRIX(WS-NB-ARTICLES-CAT)
                    MOVE FS-CAT-PROMO-DU
                      TO WS-CAT-PROMO-DU(WS-NB-ARTICLES-CAT)
                    MOVE FS-CAT-PROMO-AU
                      TO WS-CAT-PROMO-AU(WS-NB-ARTICLES-CAT)
                 ELSE
                    MOVE 0 TO WS-CAT-PROMO-PRIX(WS-NB-ARTICLES-CAT)
                    MOVE 0 TO WS-CAT-PROMO-DU(WS-NB-ARTICLES-CAT)
                    MOVE 0 TO WS-CAT-PROMO-AU(WS-NB-ARTICLES-CAT)
                 END-IF
              ELSE
                 DISPLAY 'CATALOGUE PLEIN (100), ARTICLE IGNORE : '
                         FS-CAT-CODE
              END-IF
           END-IF.
       1010-CHARGER-ARTICLE-FIN.
           EXIT.

       1100-CHARGER-CLIENTS-DEB.
           OPEN INPUT CLIENT.
           IF WS-STATUS-CLIENT = '00'
              PERFORM 1110-CHARGER-CLIENT-DEB
                 THRU 1110-CHARGER-CLIENT-FIN
                 UNTIL WS-STATUS-CLIENT NOT = '00'
              CLOSE CLIENT
           ELSE
              DISPLAY 'FICHIER CLIENT INTROUVABLE, TOUT DEVIS SERA '
                      'REJETE EN CLIENT INCONNU'
           END-IF.
       1100-CHARGER-CLIENTS-FIN.
           EXIT.

       1110-CHARGER-CLIENT-DEB.
           READ CLIENT INTO WS-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              IF WS-CLIENT(1:6) = 'ENTETE'
                 OR WS-CLIENT(1:3) = 'FIN'
                 CONTINUE
              ELSE
                 IF WS-NB-CLIENTS < 300
                    ADD 1 TO WS-NB-CLIENTS
                    MOVE CLIENT-IDCLIENT
                      TO WS-CLI-ID(WS-NB-CLIENTS)
                 END-IF
              END-IF
           END-IF.
       1110-CHARGER-CLIENT-FIN.
           EXIT.

       2000-LIRE-MOUVEMENTS-DEB.
           OPEN INPUT FIC-MVT-DEVIS.
           IF WS-STATUS-MVT NOT = '00'
              DISPLAY 'AUCUN MOUVEMENT DE DEVIS CE JOUR'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 2010-UN-MOUVEMENT-DEB
              THRU 2010-UN-MOUVEMENT-FIN
              UNTIL WS-STATUS-MVT NOT = '00'.
           PERFORM 2150-CLORE-DEVIS-DEB
              THRU 2150-CLORE-DEVIS-FIN.
           CLOSE FIC-MVT-DEVIS.
       2000-LIRE-MOUVEMENTS-FIN.
           EXIT.

       2010-UN-MOUVEMENT-DEB.
           READ FIC-MVT-DEVIS
              AT END
                 MOVE '10' TO WS-STATUS-MVT
           END-READ.
           IF WS-STATUS-MVT = '00'
              ADD 1 TO WS-NB-MVTS-LUS
              EVALUATE FS-MVT-TYPE
                 WHEN 'D'
                    PERFORM 2150-CLORE-DEVIS-DEB
                       THRU 2150-CLORE-DEVIS-FIN
                    PERFORM 2100-OUVRIR-DEVIS-DEB
                       THRU 2100-OUVRIR-DEVIS-FIN
                 WHEN 'L'
                    PERFORM 2200-LIGNE-DEVIS-DEB
                       THRU 2200-LIGNE-DEVIS-FIN
                 WHEN 'A'
                 WHEN 'R'
                    PERFORM 2300-ISSUE-DEVIS-DEB
                       THRU 2300-ISSUE-DEVIS-FIN
                 WHEN OTHER
                    ADD 1 TO WS-NB-REJETS
                    DISPLAY 'MOUVEMENT REJETE, TYPE INCONNU : '
                            FS-MVT-TYPE
              END-EVALUATE
           END-IF.
       2010-UN-MOUVEMENT-FIN.
           EXIT.

      * NOUVEAU DEVIS : CLIENT CONNU, FIN DE VALIDITE NON
      * ANTERIEURE AU JOUR (A DEFAUT, JOUR + DUREE PAR DEFAUT).
       2100-OUVRIR-DEVIS-DEB.
           MOVE 'N' TO WS-DVC-OUVERT.
           MOVE 'N' TO WS-CLIENT-CONNU.
           IF FS-MVD-CLIENT-X IS NUMERIC
              PERFORM 2110-CHERCHER-CLIENT-DEB
                 THRU 2110-CHERCHER-CLIENT-FIN
                 VARYING WS-IND-CLI FROM 1 BY 1
                 UNTIL WS-IND-CLI > WS-NB-CLIENTS
                 OR WS-CLIENT-CONNU = 'O'
           END-IF.
           IF WS-CLIENT-CONNU = 'N'
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'DEVIS REJETE, CLIENT INCONNU : '
                      FS-MVD-CLIENT-X
           ELSE
              IF FS-MVD-VALIDITE-X IS NUMERIC
                 AND FS-MVD-VALIDITE > 0
                 MOVE FS-MVD-VALIDITE TO WS-DVC-VALIDITE
              ELSE
                 COMPUTE WS-JULIEN =
                         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                         + WS-DUREE-DEVIS
                 COMPUTE WS-DVC-VALIDITE =
                         FUNCTION DATE-OF-INTEGER(WS-JULIEN)
              END-IF
              IF WS-DVC-VALIDITE < WS-DATE-JOUR
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'DEVIS REJETE, VALIDITE ' WS-DVC-VALIDITE
                         ' DEJA DEPASSEE (CLIENT ' FS-MVD-CLIENT ')'
              ELSE
                 MOVE 'O' TO WS-DVC-OUVERT
                 ADD 1 TO WS-DVC-RANG
                 MOVE FS-MVD-CLIENT TO WS-DVC-CLIENT
                 MOVE 0 TO WS-DVC-LIGNES
                 MOVE 0 TO WS-DVC-MONTANT
              END-IF
           END-IF.
       2100-OUVRIR-DEVIS-FIN.
           EXIT.

       2110-CHERCHER-CLIENT-DEB.
           IF WS-CLI-ID(WS-IND-CLI) = FS-MVD-CLIENT
              MOVE 'O' TO WS-CLIENT-CONNU
           END-IF.
       2110-CHERCHER-CLIENT-FIN.
           EXIT.

      * FIN DU DEVIS EN COURS : UN DEVIS SANS AUCUNE LIGNE
      * ACCEPTEE N'EST PAS CREE.
       2150-CLORE-DEVIS-DEB.
           IF WS-DVC-OUVERT = 'O'
              IF WS-DVC-LIGNES = 0
                 DISPLAY 'DEVIS DU CLIENT ' WS-DVC-CLIENT
                         ' SANS LIGNE VALIDE, NON CREE'
              ELSE
                 ADD 1 TO WS-NB-DEVIS-CREES
                 ADD WS-DVC-MONTANT TO WS-MONTANT-DEVISE
              END-IF
           END-IF.
           MOVE 'N' TO WS-DVC-OUVERT.
       2150-CLORE-DEVIS-FIN.
           EXIT.

      * LIGNE DE DEVIS, VALORISEE COMME COMMANDS VALORISE UNE
      * CARTE 'L' A LA MEME DATE.
       2200-LIGNE-DEVIS-DEB.
           MOVE 'O' TO WS-LIGNE-VALIDE.
           IF WS-DVC-OUVERT NOT = 'O'
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'LIGNE REJETEE, AUCUN DEVIS OUVERT : '
                      FS-MVL-ARTICLE
              MOVE 'N' TO WS-LIGNE-VALIDE
           ELSE
              IF FS-MVL-QTE-X NOT NUMERIC
                 OR FS-MVL-QTE = 0
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'LIGNE REJETEE, QUANTITE NON NUMERIQUE : '
                         FS-MVL-QTE-X
                 MOVE 'N' TO WS-LIGNE-VALIDE
              END-IF
           END-IF.
           IF WS-LIGNE-VALIDE = 'O'
              MOVE 0 TO WS-IND-CAT-TROUVE
              MOVE 'N' TO WS-CODE-CONNU
              PERFORM 2210-CHERCHER-ARTICLE-DEB
                 THRU 2210-CHERCHER-ARTICLE-FIN
                 VARYING WS-IND-CAT FROM 1 BY 1
                 UNTIL WS-IND-CAT > WS-NB-ARTICLES-CAT
                 OR WS-IND-CAT-TROUVE > 0
              EVALUATE TRUE
                 WHEN WS-IND-CAT-TROUVE = 0
                      AND WS-CODE-CONNU = 'N'
                    ADD 1 TO WS-NB-REJETS
                    DISPLAY 'LIGNE REJETEE, ARTICLE INCONNU : '
                            FS-MVL-ARTICLE
                    MOVE 'N' TO WS-LIGNE-VALIDE
                 WHEN WS-IND-CAT-TROUVE = 0
                    ADD 1 TO WS-NB-REJETS
                    DISPLAY 'LIGNE REJETEE, AUCUN PRIX EN VIGUEUR AU '
                            WS-DATE-JOUR ' : ' FS-MVL-ARTICLE
                    MOVE 'N' TO WS-LIGNE-VALIDE
                 WHEN WS-CAT-ACTIF(WS-IND-CAT-TROUVE) NOT = 'O'
                    ADD 1 TO WS-NB-REJETS
                    DISPLAY 'LIGNE REJETEE, ARTICLE INACTIF : '
                            FS-MVL-ARTICLE
                    MOVE 'N' TO WS-LIGNE-VALIDE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-LIGNE-VALIDE = 'O'
              MOVE WS-DVC-CLIENT  TO WS-LIEN-PRIXCLI-IN-CLIENT
              MOVE FS-MVL-ARTICLE TO WS-LIEN-PRIXCLI-IN-ARTICLE
              MOVE FS-MVL-QTE     TO WS-LIEN-PRIXCLI-IN-QUANTITE
              MOVE WS-DATE-JOUR   TO WS-LIEN-PRIXCLI-IN-DATE
              MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE)
                TO WS-LIEN-PRIXCLI-IN-PRIX-CAT
              CALL WS-SOUS-PROG-PRIXCLI USING WS-LIEN-PRIXCLI
              EVALUATE TRUE
                 WHEN WS-LIEN-PRIXCLI-OU-CODE-RETOUR = 'C'
                    MOVE WS-LIEN-PRIXCLI-OU-PRIX TO WS-PRIX-RETENU
                    MOVE 'C' TO WS-SOURCE-PRIX
                 WHEN WS-CAT-PROMO-PRIX(WS-IND-CAT-TROUVE) > 0
                  AND WS-DATE-JOUR >= WS-CAT-PROMO-DU(WS-IND-CAT-TROUVE)
                  AND WS-DATE-JOUR <= WS-CAT-PROMO-AU(WS-IND-CAT-TROUVE)
                    MOVE WS-CAT-PROMO-PRIX(WS-IND-CAT-TROUVE)
                      TO WS-PRIX-RETENU
                    MOVE 'P' TO WS-SOURCE-PRIX
                 WHEN OTHER
                    MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE)
                      TO WS-PRIX-RETENU
                    MOVE 'L' TO WS-SOURCE-PRIX
              END-EVALUATE
              COMPUTE WS-MONTANT-LIGNE = FS-MVL-QTE * WS-PRIX-RETENU
              MOVE WS-MONTANT-LIGNE TO WS-LIEN-IN-VALEUR
              MOVE 0.01             TO WS-LIEN-IN-MINI
              MOVE 500.00           TO WS-LIEN-IN-MAXI
              CALL WS-SOUS-PROG-PGETPT USING WS-LIEN-PGETPT
              IF WS-LIEN-OU-CODE-RETOUR NOT = 'D'
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'LIGNE REJETEE, MONTANT HORS BORNES : '
                         WS-MONTANT-LIGNE
                 MOVE 'N' TO WS-LIGNE-VALIDE
              END-IF
           END-IF.
           IF WS-LIGNE-VALIDE = 'O'
              IF WS-NB-NOUV-LIGNES NOT < 999
                 OR WS-DVC-LIGNES NOT < 99
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'LIGNE REJETEE, TABLE DES DEVIS PLEINE : '
                         FS-MVL-ARTICLE
                 MOVE 'N' TO WS-LIGNE-VALIDE
              END-IF
           END-IF.
           IF WS-LIGNE-VALIDE = 'O'
              ADD 1 TO WS-NB-NOUV-LIGNES
              ADD 1 TO WS-DVC-LIGNES
              ADD WS-MONTANT-LIGNE TO WS-DVC-MONTANT
              MOVE WS-DVC-RANG   TO WS-NVL-RANG(WS-NB-NOUV-LIGNES)
              MOVE WS-DVC-LIGNES TO WS-NVL-LIGNE(WS-NB-NOUV-LIGNES)
              MOVE WS-DVC-CLIENT TO WS-NVL-CLIENT(WS-NB-NOUV-LIGNES)
              MOVE WS-DVC-VALIDITE
                TO WS-NVL-VALIDITE(WS-NB-NOUV-LIGNES)
              MOVE FS-MVL-ARTICLE
                TO WS-NVL-ARTICLE(WS-NB-NOUV-LIGNES)
              MOVE FS-MVL-QTE    TO WS-NVL-QTE(WS-NB-NOUV-LIGNES)
              MOVE WS-PRIX-RETENU
                TO WS-NVL-PRIX(WS-NB-NOUV-LIGNES)
              MOVE WS-MONTANT-LIGNE
                TO WS-NVL-MONTANT(WS-NB-NOUV-LIGNES)
              MOVE WS-SOURCE-PRIX
                TO WS-NVL-SOURCE(WS-NB-NOUV-LIGNES)
           END-IF.
       2200-LIGNE-DEVIS-FIN.
           EXIT.

      * MEME REGLE QUE COMMANDS : LA PREMIERE LIGNE DE PRIX DONT
      * LA PERIODE COUVRE LA DATE DU DEVIS FAIT FOI.
       2210-CHERCHER-ARTICLE-DEB.
           IF WS-CAT-CODE(WS-IND-CAT) = FS-MVL-ARTICLE
              MOVE 'O' TO WS-CODE-CONNU
              IF WS-DATE-JOUR >= WS-CAT-VAL-DU(WS-IND-CAT)
                 AND WS-DATE-JOUR <= WS-CAT-VAL-AU(WS-IND-CAT)
                 MOVE WS-IND-CAT TO WS-IND-CAT-TROUVE
              END-IF
           END-IF.
       2210-CHERCHER-ARTICLE-FIN.
           EXIT.

       2300-ISSUE-DEVIS-DEB.
           IF FS-MVI-NUMERO-X NOT NUMERIC
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'MOUVEMENT REJETE, NUMERO DE DEVIS NON '
                      'NUMERIQUE : ' FS-MVI-NUMERO-X
           ELSE
              IF WS-NB-ISSUES NOT < 200
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'MOUVEMENT REJETE, TABLE DES ISSUES PLEINE : '
                         FS-MVI-NUMERO
              ELSE
                 ADD 1 TO WS-NB-ISSUES
                 MOVE FS-MVI-NUMERO TO WS-ISS-NUMERO(WS-NB-ISSUES)
                 MOVE FS-MVT-TYPE   TO WS-ISS-STATUT(WS-NB-ISSUES)
                 MOVE SPACE         TO WS-ISS-RESULTAT(WS-NB-ISSUES)
              END-IF
           END-IF.
       2300-ISSUE-DEVIS-FIN.
           EXIT.

      * RECOPIE DU FICHIER DES DEVIS AVEC LES ACCEPTATIONS ET
      * REFUS DU JOUR, PUIS AJOUT DES NOUVEAUX DEVIS NUMEROTES A
      * LA SUITE.
       3000-RECOPIER-DEVIS-DEB.
           OPEN OUTPUT FIC-DEVIS-NOUV.
           OPEN INPUT FIC-DEVIS.
           IF WS-STATUS-DEV = '00'
              PERFORM 3010-RECOPIER-LIGNE-DEB
                 THRU 3010-RECOPIER-LIGNE-FIN
                 UNTIL WS-STATUS-DEV NOT = '00'
              CLOSE FIC-DEVIS
           ELSE
              DISPLAY 'PAS ENCORE DE FICHIER DES DEVIS, CREATION'
           END-IF.
           PERFORM 3100-COMPTE-RENDU-ISSUE-DEB
              THRU 3100-COMPTE-RENDU-ISSUE-FIN
              VARYING WS-IND-ISS FROM 1 BY 1
              UNTIL WS-IND-ISS > WS-NB-ISSUES.
           MOVE 0 TO WS-RANG-COURANT.
           PERFORM 3200-ECRIRE-NOUVELLE-LIGNE-DEB
              THRU 3200-ECRIRE-NOUVELLE-LIGNE-FIN
              VARYING WS-IND-NVL FROM 1 BY 1
              UNTIL WS-IND-NVL > WS-NB-NOUV-LIGNES.
           CLOSE FIC-DEVIS-NOUV.
       3000-RECOPIER-DEVIS-FIN.
           EXIT.

       3010-RECOPIER-LIGNE-DEB.
           READ FIC-DEVIS
              AT END
                 MOVE '10' TO WS-STATUS-DEV
           END-READ.
           IF WS-STATUS-DEV = '00'
              ADD 1 TO WS-NB-LIGNES-COPIEES
              IF FS-DEV-NUMERO > WS-DERNIER-NUMERO
                 MOVE FS-DEV-NUMERO TO WS-DERNIER-NUMERO
              END-IF
              MOVE 0 TO WS-IND-ISS-TROUVE
              PERFORM 3020-CHERCHER-ISSUE-DEB
                 THRU 3020-CHERCHER-ISSUE-FIN
                 VARYING WS-IND-ISS FROM 1 BY 1
                 UNTIL WS-IND-ISS > WS-NB-ISSUES
                 OR WS-IND-ISS-TROUVE > 0
              IF WS-IND-ISS-TROUVE > 0
                 PERFORM 3030-APPLIQUER-ISSUE-DEB
                    THRU 3030-APPLIQUER-ISSUE-FIN
              END-IF
              WRITE FS-ENR-DEVIS-NOUV FROM FS-ENR-DEVIS
           END-IF.
       3010-RECOPIER-LIGNE-FIN.
           EXIT.

       3020-CHERCHER-ISSUE-DEB.
           IF WS-ISS-NUMERO(WS-IND-ISS) = FS-DEV-NUMERO
              MOVE WS-IND-ISS TO WS-IND-ISS-TROUVE
           END-IF.
       3020-CHERCHER-ISSUE-FIN.
           EXIT.

      * SEUL UN DEVIS OUVERT PEUT ETRE ACCEPTE OU REFUSE, ET UN
      * DEVIS PERIME NE PEUT PLUS ETRE ACCEPTE (DEVCONV LE FERA
      * PASSER EN EXPIRE). LE RESULTAT EST FIXE SUR LA PREMIERE
      * LIGNE DU DEVIS ET VAUT POUR LES SUIVANTES.
       3030-APPLIQUER-ISSUE-DEB.
           IF WS-ISS-RESULTAT(WS-IND-ISS-TROUVE) = SPACE
              EVALUATE TRUE
                 WHEN FS-DEV-STATUT NOT = 'O'
                    MOVE 'S' TO WS-ISS-RESULTAT(WS-IND-ISS-TROUVE)
                 WHEN WS-ISS-STATUT(WS-IND-ISS-TROUVE) = 'A'
                      AND FS-DEV-VALIDITE < WS-DATE-JOUR
                    MOVE 'P' TO WS-ISS-RESULTAT(WS-IND-ISS-TROUVE)
                 WHEN OTHER
                    MOVE 'A' TO WS-ISS-RESULTAT(WS-IND-ISS-TROUVE)
              END-EVALUATE
           END-IF.
           IF WS-ISS-RESULTAT(WS-IND-ISS-TROUVE) = 'A'
              MOVE WS-ISS-STATUT(WS-IND-ISS-TROUVE) TO FS-DEV-STATUT
              MOVE WS-DATE-JOUR TO FS-DEV-DATE-STATUT
           END-IF.
       3030-APPLIQUER-ISSUE-FIN.
           EXIT.

       3100-COMPTE-RENDU-ISSUE-DEB.
           EVALUATE WS-ISS-RESULTAT(WS-IND-ISS)
              WHEN 'A'
                 IF WS-ISS-STATUT(WS-IND-ISS) = 'A'
                    ADD 1 TO WS-NB-ACCEPTES
                    DISPLAY 'DEVIS ' WS-ISS-NUMERO(WS-IND-ISS)
                            ' ACCEPTE PAR LE CLIENT'
                 ELSE
                    ADD 1 TO WS-NB-REFUSES
                    DISPLAY 'DEVIS ' WS-ISS-NUMERO(WS-IND-ISS)
                            ' REFUSE PAR LE CLIENT'
                 END-IF
              WHEN 'P'
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'ACCEPTATION REJETEE, DEVIS '
                         WS-ISS-NUMERO(WS-IND-ISS)
                         ' HORS VALIDITE'
              WHEN 'S'
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'MOUVEMENT REJETE, DEVIS '
                         WS-ISS-NUMERO(WS-IND-ISS) ' PLUS OUVERT'
              WHEN OTHER
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY 'MOUVEMENT REJETE, DEVIS INCONNU : '
                         WS-ISS-NUMERO(WS-IND-ISS)
           END-EVALUATE.
       3100-COMPTE-RENDU-ISSUE-FIN.
           EXIT.

      * LES DEVIS SANS LIGNE N'ONT PAS DE LIGNE EN TABLE : LA
      * NUMEROTATION SUIT LES SEULS DEVIS REELLEMENT CREES.
       3200-ECRIRE-NOUVELLE-LIGNE-DEB.
           IF WS-NVL-RANG(WS-IND-NVL) NOT = WS-RANG-COURANT
              MOVE WS-NVL-RANG(WS-IND-NVL) TO WS-RANG-COURANT
              ADD 1 TO WS-DERNIER-NUMERO
              MOVE WS-DERNIER-NUMERO TO WS-NUMERO-COURANT
              DISPLAY 'DEVIS ' WS-NUMERO-COURANT ' CREE, CLIENT '
                      WS-NVL-CLIENT(WS-IND-NVL) ', VALABLE JUSQU''AU '
                      WS-NVL-VALIDITE(WS-IND-NVL)
           END-IF.
           MOVE SPACES TO FS-ENR-DEVIS.
           MOVE WS-NUMERO-COURANT          TO FS-DEV-NUMERO.
           MOVE WS-NVL-LIGNE(WS-IND-NVL)   TO FS-DEV-LIGNE.
           MOVE WS-NVL-CLIENT(WS-IND-NVL)  TO FS-DEV-CLIENT.
           MOVE WS-DATE-JOUR               TO FS-DEV-DATE.
           MOVE WS-NVL-VALIDITE(WS-IND-NVL) TO FS-DEV-VALIDITE.
           MOVE WS-NVL-ARTICLE(WS-IND-NVL) TO FS-DEV-ARTICLE.
           MOVE WS-NVL-QTE(WS-IND-NVL)     TO FS-DEV-QTE.
           MOVE WS-NVL-PRIX(WS-IND-NVL)    TO FS-DEV-PRIX.
           MOVE WS-NVL-MONTANT(WS-IND-NVL) TO FS-DEV-MONTANT.
           MOVE WS-NVL-SOURCE(WS-IND-NVL)  TO FS-DEV-SOURCE-PRIX.
           MOVE 'O'                        TO FS-DEV-STATUT.
           MOVE WS-DATE-JOUR               TO FS-DEV-DATE-STATUT.
           MOVE 0                          TO FS-DEV-COMMANDE.
           MOVE WS-OPERATEUR               TO FS-DEV-OPERATEUR.
           WRITE FS-ENR-DEVIS-NOUV FROM FS-ENR-DEVIS.
       3200-ECRIRE-NOUVELLE-LIGNE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'SAISIE DES DEVIS CLIENTS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'MOUVEMENTS LUS     : ' WS-NB-MVTS-LUS.
           DISPLAY 'DEVIS CREES        : ' WS-NB-DEVIS-CREES.
           DISPLAY 'MONTANT DEVISE     : ' WS-MONTANT-DEVISE.
           DISPLAY 'DEVIS ACCEPTES     : ' WS-NB-ACCEPTES.
           DISPLAY 'DEVIS REFUSES      : ' WS-NB-REFUSES.
           DISPLAY 'MOUVEMENTS REJETES : ' WS-NB-REJETS.
           DISPLAY 'BASCULER DEVIS_NEW.TXT SUR DEVIS.TXT APRES '
                   'CONTROLE'.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'DEVIS CREES'        TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-DEVIS-CREES    TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9990-FIN-ANORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN ANORMALE DU PROGRAMME '   WS-PROGRAM-ID.
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

       END PROGRAM DEVSAISI.
