              ASSIGN TO "./files/mvtparking.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTP.
      *> configuration : une ligne par site de parking (etages,
      *> places, seuil d'alerte, code site). le programme est lance
      *> pour un site (variable d'environnement PARKSITE) et ne
      *> retient que les lignes de ce site dans la configuration,
      *> les abonnes, les fermetures et les reservations ; ses
      *> mouvements et ses lignes du panneau portent son code site.
      *> un code site a blanc (fichiers anterieurs au multi-site)
      *> designe le site principal '01'.
           SELECT FIC-CONFIG-PARKING
              ASSIGN TO "./files/parkconfig.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ASSIGN TO "./files/parkplaces.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PLACES.
      *> plaques interdites pour raison de gestion (impayes,
      *> vandalisme, police...), tenues par PARKINTM : plaque,
      *> motif, du, au, operateur demandeur. une plaque inscrite
      *> est refusee a l'entree ('RL') pendant sa periode.
           SELECT FIC-INTERDITS
              ASSIGN TO "./files/parkinterdit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-INT.
      *> journal des refus sur liste (date, heure, plaque, motif,
      *> mode, operateur), ouvert en ajout comme le journal des
      *> mouvements : PARKINTR en tire le bilan mensuel par plaque.
           SELECT FIC-REFUS-LISTE
              ASSIGN TO "./files/parkrefus.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REFUS.
      *> tarif du parking (celui de PARKFACT) : seul le forfait
      *> ticket perdu, porte par chaque sortie manuelle, est lu ici.
           SELECT FIC-TARIF-PARKING
              ASSIGN TO "./files/parktarif.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TARIF.
      *> comptes flotte d'entreprise (societe, adresse, taux
      *> negocie, plafond mensuel), plaques rattachees, et cumul des
      *> sejours deja valorises par PARKFACT : une plaque dont le
      *> compte a atteint son plafond du mois est refusee ('RF').
           SELECT FIC-FLOTTE
              ASSIGN TO "./files/parkflotte.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FLOTTE.
           SELECT FIC-FLOTTE-IMMAT
              ASSIGN TO "./files/parkflotimm.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FLI.
           SELECT FIC-FLOTTE-SEJ
              ASSIGN TO "./files/parkflotsej.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FSJ.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 FS-HEUREM PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-OPERM PIC X(8).
      *> sortie manuelle ('M') : motif et forfait ticket perdu,
      *> a blanc sur les entrees et sorties ordinaires.
           05 FS-MANUELM.
               10 FILLER PIC X(1).
               10 FS-MOTIFM PIC X(2).
               10 FILLER PIC X(1).
               10 FS-FORFAITM PIC 9(3)V99.
      *> site du parking ou a eu lieu le mouvement.
           05 FS-ZSITEM.
               10 FILLER PIC X(1).
               10 FS-SITEM PIC X(2).

       FD FIC-CONFIG-PARKING RECORDING MODE IS F.
       01  FS-ENR-CONFIG.
      *> champ restent lisibles (zone a blanc, controle IS NUMERIC).
           05 FILLER PIC X(1).
           05 FS-CTL-SEUIL-ALERTE PIC 99.
           05 FILLER PIC X(1).
           05 FS-CTL-SITE PIC X(2).

       FD FIC-ABO-PARKING RECORDING MODE IS F.
       01  FS-ENR-ABO.
           05 FS-ABO-FIN    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ABO-NIVEAU PIC 99.
      *> sites ou l'abonnement est valable (cinq codes au plus,
      *> tous a blanc = site principal seulement).
           05 FILLER PIC X(1).
           05 FS-ABO-SITES.
               10 FS-ABO-SITE PIC X(2) OCCURS 5 TIMES.

       FD FIC-GATE-MVT RECORDING MODE IS F.
       01  FS-ENR-GATE.
           05 FS-GATE-TYPE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-GATE-IMMAT PIC X(10).
      *> motif d'une sortie manuelle 'M' signalee par l'automate.
           05 FILLER PIC X(1).
           05 FS-GATE-MOTIF PIC X(2).

       FD FIC-PLACES-HS RECORDING MODE IS F.
       01  FS-ENR-HS.
           05 FS-HS-DEBUT  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HS-FIN    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HS-SITE   PIC X(2).

       FD FIC-RESA-PARKING RECORDING MODE IS F.
       01  FS-ENR-RESA.
           05 FS-RSV-HFIN   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RSV-NIVEAU PIC 99.
           05 FILLER PIC X(1).
           05 FS-RSV-SITE   PIC X(2).

       FD FIC-PLACES-LIBRES RECORDING MODE IS F.
       01  FS-ENR-PLACES.
           05 FS-PLB-NIVEAU PIC 99.
           05 FILLER PIC X(1).
           05 FS-PLB-LIBRES PIC 99.
           05 FILLER PIC X(1).
           05 FS-PLB-SITE   PIC X(2).

       FD FIC-GATE-REPONSE RECORDING MODE IS F.
       01  FS-ENR-GATER.
           05 FS-GATER-NIVEAU PIC 99.
           05 FILLER PIC X(1).
           05 FS-GATER-PLACE  PIC 99.

       FD FIC-INTERDITS RECORDING MODE IS F.
       01  FS-ENR-INTERDIT.
           05 FS-INT-IMMAT     PIC X(10).
           05 FILLER PIC X(1).
           05 FS-INT-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-INT-DEBUT     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-INT-FIN       PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-INT-OPERATEUR PIC X(8).

       FD FIC-TARIF-PARKING RECORDING MODE IS F.
       01  FS-ENR-TARIF.
           05 FS-TARIF-TAUX    PIC 9(3)V99.
           05 FILLER           PIC X(1).
           05 FS-TARIF-PLAFOND PIC 9(3)V99.
           05 FILLER           PIC X(1).
           05 FS-TARIF-FORFAIT PIC 9(3)V99.

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

       FD FIC-FLOTTE-IMMAT RECORDING MODE IS F.
       01  FS-ENR-FLI.
           05 FS-FLI-IMMAT      PIC X(10).
           05 FILLER            PIC X(1).
           05 FS-FLI-COMPTE     PIC X(6).

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

       FD FIC-REFUS-LISTE RECORDING MODE IS F.
       01  FS-ENR-REFUS.
           05 FS-REF-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-REF-HEURE     PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-REF-IMMAT     PIC X(10).
           05 FILLER PIC X(1).
           05 FS-REF-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-REF-MODE      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REF-OPERATEUR PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(7) VALUE 'PARKING'.
      *> barriere dans mvtgate.txt, choisi par la variable
      *> d'environnement PARKMODE sans recompilation.
       01  WS-MODE-TRAITEMENT PIC X VALUE 'C'.
      *> site de parking traite par cette execution (variable
      *> d'environnement PARKSITE, a defaut le site principal) ;
      *> un code site a blanc dans un fichier vaut site principal.
       01  WS-SITE            PIC X(2) VALUE '01'.
       01  WS-SITE-PRINCIPAL  PIC X(2) VALUE '01'.
       01  WS-SITE-LU         PIC X(2).
       01  WS-CONFIG-TROUVEE  PIC X VALUE 'N'.
       01  WS-ABO-VALABLE     PIC X.
       01  WS-IND-SITE        PIC 9.
       01  WS-NB-ABOS-AUTRES  PIC 9(3) VALUE 0.
      *> resultat du mouvement en cours, recopie dans le fichier des
      *> reponses en mode lot :
      *>   AC = accepte (niveau et place renseignes)
      *>        jours par defaut) sans renouvellement enregistre
      *>        dans parkabo.txt : l'ancien abonne ne glisse plus
      *>        en silence vers le tarif horaire
      *>   RL = refuse, plaque sur la liste des interdits
      *>        (parkinterdit.txt) pendant sa periode
      *>   RF = refuse, plaque d'un compte flotte dont le plafond
      *>        mensuel est atteint
       01  WS-CODE-REPONSE PIC X(2).
       01  WS-NB-GATE-LUS     PIC 9(5) VALUE 0.
       01  WS-NB-GATE-ACCEPTE PIC 9(5) VALUE 0.
       01  WS-PLB-LIBRES-TOT  PIC 9(4).
       01  WS-ALERTE-EMISE    PIC X VALUE 'N'.
       01  WS-MSG-ALERTE      PIC X(40).
      *> lignes du panneau des autres sites, relues juste avant
      *> chaque reecriture du fichier pour y etre conservees.
       01  WS-PANNEAU-AUTRES.
           05 WS-NB-PAN-AUTRES PIC 9(3) VALUE 0.
           05 WS-PAN OCCURS 200 TIMES.
               10 WS-PAN-SITE   PIC X(2).
               10 WS-PAN-NIVEAU PIC 99.
               10 WS-PAN-LIBRES PIC 99.
       01  WS-IND-PAN         PIC 9(3).

      *> journalisation centrale des alertes, meme convention
      *> d'appel que dans les autres programmes de ce lot.
       01  WS-JULIEN-JOUR    PIC 9(7).
       01  WS-JULIEN-FIN-ABO PIC 9(7).
       01  WS-NB-REFUS-ECHUS PIC 9(5) VALUE 0.

      *> plaques interdites en vigueur ce jour, chargees au
      *> demarrage ; chaque refus est trace dans parkrefus.txt.
       01  WS-STATUS-INT     PIC XX.
       01  WS-STATUS-REFUS   PIC XX.
       01  WS-INTERDITS.
           05 WS-NB-INTERDITS PIC 9(3) VALUE 0.
           05 WS-INT OCCURS 200 TIMES.
               10 WS-INT-IMMAT PIC X(10).
               10 WS-INT-MOTIF PIC X(2).
       01  WS-IND-INT        PIC 9(3).
       01  WS-INT-COURANT    PIC 9(3) VALUE 0.
       01  WS-NB-REFUS-LISTE PIC 9(5) VALUE 0.

      *> sortie manuelle ('M') : ticket perdu, barriere levee a la
      *> main... l'operateur (ou l'automate en lot) donne le motif,
      *> la voiture est retiree de sa place si on la retrouve et le
      *> mouvement porte le forfait ticket perdu de parktarif.txt,
      *> que PARKFACT facture en ligne a part. motifs admis :
      *>   TP = ticket perdu
      *>   BL = barriere levee a la main
      *>   AU = autre motif
       01  WS-STATUS-TARIF   PIC XX.
       01  WS-FORFAIT-PERDU  PIC 9(3)V99 VALUE 25.00.
       01  WS-MOTIF-MANUEL   PIC X(2).
       01  WS-NIVEAU-MANUEL  PIC 99.
       01  WS-PLACE-MANUEL   PIC 99.
       01  WS-NB-SORTIES-MANUELLES PIC 9(5) VALUE 0.

      *> comptes flotte : consommation du mois en cours (sejours
      *> deja cumules par PARKFACT, donc jusqu'a la veille) face au
      *> plafond du compte, 0 = sans plafond.
       01  WS-STATUS-FLOTTE  PIC XX.
       01  WS-STATUS-FLI     PIC XX.
       01  WS-STATUS-FSJ     PIC XX.
       01  WS-COMPTES-FLOTTE.
           05 WS-NB-COMPTES PIC 9(3) VALUE 0.
           05 WS-CPT OCCURS 50 TIMES.
               10 WS-CPT-COMPTE   PIC X(6).
               10 WS-CPT-PLAFOND  PIC 9(5)V99.
               10 WS-CPT-CONSOMME PIC 9(7)V99.
       01  WS-PLAQUES-FLOTTE.
           05 WS-NB-PLAQUES PIC 9(3) VALUE 0.
           05 WS-PLQ OCCURS 300 TIMES.
               10 WS-PLQ-IMMAT   PIC X(10).
               10 WS-PLQ-CPT     PIC 9(3).
       01  WS-IND-CPT        PIC 9(3).
       01  WS-IND-PLQ        PIC 9(3).
       01  WS-CPT-TROUVE     PIC 9(3).
       01  WS-FLT-DEPASSE    PIC 9(3) VALUE 0.
       01  WS-MOIS-JOUR      PIC 9(6).
       01  WS-NB-REFUS-FLOTTE PIC 9(5) VALUE 0.
      *> taille du parking, lue dans FIC-CONFIG-PARKING au demarrage ;
      *> a defaut de fichier de parametrage, on garde le format d'origine
      *> (2 etages de 10 places).
      *> pupitre).
           PERFORM 0030-LIRE-MODE-DEB
              THRU 0030-LIRE-MODE-FIN.
           PERFORM 0005-LIRE-SITE-DEB
              THRU 0005-LIRE-SITE-FIN.

           PERFORM 0003-IDENTIFIER-OPERATEUR-DEB
              THRU 0003-IDENTIFIER-OPERATEUR-FIN.
           PERFORM 0027-LIRE-RESAS-DEB
              THRU 0027-LIRE-RESAS-FIN.

           PERFORM 0033-LIRE-INTERDITS-DEB
              THRU 0033-LIRE-INTERDITS-FIN.

           PERFORM 0035-LIRE-FORFAIT-DEB
              THRU 0035-LIRE-FORFAIT-FIN.

           PERFORM 0036-LIRE-FLOTTES-DEB
              THRU 0036-LIRE-FLOTTES-FIN.

           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.

           IF WS-STATUS-MVTP = '35'
               OPEN OUTPUT FIC-MVT-PARKING
           END-IF.
           OPEN EXTEND FIC-REFUS-LISTE.
           IF WS-STATUS-REFUS = '35'
               OPEN OUTPUT FIC-REFUS-LISTE
           END-IF.
      *> etat initial du panneau d'affichage avant tout mouvement.
           PERFORM 0700-MAJ-PLACES-LIBRES-DEB
              THRU 0700-MAJ-PLACES-LIBRES-FIN.
                  UNTIL WS-MOUVEMENT = 'F'
           END-IF.
           CLOSE FIC-MVT-PARKING.
           CLOSE FIC-REFUS-LISTE.

           PERFORM 8950-OCCUPATION-DEB
              THRU 8950-OCCUPATION-FIN.
       0003-IDENTIFIER-OPERATEUR-FIN.
           EXIT.

      *> site traite par cette execution, lu comme PARKMODE dans
      *> l'environnement ; a defaut, le site principal.
       0005-LIRE-SITE-DEB.
           MOVE SPACES TO WS-SITE.
           ACCEPT WS-SITE FROM ENVIRONMENT "PARKSITE"
              ON EXCEPTION
                 MOVE SPACES TO WS-SITE
           END-ACCEPT.
           IF WS-SITE = SPACES
              MOVE WS-SITE-PRINCIPAL TO WS-SITE
           END-IF.
           DISPLAY 'SITE DE PARKING : ' WS-SITE.
       0005-LIRE-SITE-FIN.
           EXIT.

      *> la ligne de configuration du site traite est cherchee dans
      *> parkconfig.txt ; a defaut de fichier, le format d'origine
      *> est garde, mais un site absent d'un fichier present arrete
      *> le programme (code site errone au lancement).
       0010-LIRE-CONFIG-DEB.
           OPEN INPUT FIC-CONFIG-PARKING.
           IF WS-STATUS-CONFIG = '00'
               PERFORM 0011-LIRE-LIGNE-CONFIG-DEB
                  THRU 0011-LIRE-LIGNE-CONFIG-FIN
                  UNTIL WS-STATUS-CONFIG NOT = '00'
                  OR WS-CONFIG-TROUVEE = 'O'
               CLOSE FIC-CONFIG-PARKING
               IF WS-CONFIG-TROUVEE = 'N'
                   DISPLAY 'SITE ' WS-SITE ' ABSENT DE LA '
                       'CONFIGURATION DU PARKING'
                   PERFORM 9990-FIN-ANORMALE-DEB
                      THRU 9990-FIN-ANORMALE-FIN
               END-IF
           END-IF.
           DISPLAY 'PARKING ' WS-SITE ' CONFIGURE SUR ' WS-NB-ETAGES
               ' ETAGE(S) DE ' WS-NB-PLACES ' PLACE(S)'.
       0010-LIRE-CONFIG-FIN.
           EXIT.

       0011-LIRE-LIGNE-CONFIG-DEB.
           READ FIC-CONFIG-PARKING
               AT END
                   MOVE '10' TO WS-STATUS-CONFIG
           END-READ.
           IF WS-STATUS-CONFIG = '00'
              MOVE FS-CTL-SITE TO WS-SITE-LU
              IF WS-SITE-LU = SPACES
                  MOVE WS-SITE-PRINCIPAL TO WS-SITE-LU
              END-IF
              IF WS-SITE-LU = WS-SITE
                 MOVE 'O' TO WS-CONFIG-TROUVEE
                 MOVE FS-CTL-NB-ETAGES TO WS-NB-ETAGES
                 MOVE FS-CTL-NB-PLACES TO WS-NB-PLACES
                 IF FS-CTL-SEUIL-ALERTE IS NUMERIC
                    MOVE FS-CTL-SEUIL-ALERTE TO WS-SEUIL-ALERTE
                 END-IF
                 PERFORM 0015-VALIDER-CONFIG-DEB
                    THRU 0015-VALIDER-CONFIG-FIN
              END-IF
           END-IF.
       0011-LIRE-LIGNE-CONFIG-FIN.
           EXIT.

      *> Chargement du fichier des abonnes mensuels : a defaut de
      *> fichier, le parking fonctionne sans abonnement, comme avant.
      *> Tout niveau porte par au moins un abonne devient un niveau
                  UNTIL WS-STATUS-ABO NOT = '00'
               CLOSE FIC-ABO-PARKING
               DISPLAY WS-NB-ABOS ' ABONNE(S) CHARGE(S)'
               IF WS-NB-ABOS-AUTRES > 0
                  DISPLAY WS-NB-ABOS-AUTRES ' ABONNEMENT(S) NON '
                          'VALABLE(S) SUR LE SITE ' WS-SITE
               END-IF
           END-IF.
       0020-LIRE-ABONNES-FIN.
           EXIT.
                 MOVE '10' TO WS-STATUS-ABO
           END-READ.
           IF WS-STATUS-ABO = '00'
              PERFORM 0026-VERIFIER-SITES-ABO-DEB
                 THRU 0026-VERIFIER-SITES-ABO-FIN
              IF WS-ABO-VALABLE = 'N'
                 ADD 1 TO WS-NB-ABOS-AUTRES
              ELSE
                 IF WS-STATUS-ABO = '00'
                    IF FS-ABO-NIVEAU < 1 OR FS-ABO-NIVEAU > WS-NB-ETAGES
                       DISPLAY 'ABONNE ' FS-ABO-IMMAT ' : NIVEAU '
                           FS-ABO-NIVEAU
                           ' HORS PARKING, ABONNEMENT IGNORE'
                    ELSE
                       IF WS-NB-ABOS < 100
                          ADD 1 TO WS-NB-ABOS
                          MOVE FS-ABO-IMMAT  TO WS-ABO-IMMAT(WS-NB-ABOS)
                          MOVE FS-ABO-DEBUT  TO WS-ABO-DEBUT(WS-NB-ABOS)
                          MOVE FS-ABO-FIN    TO WS-ABO-FIN(WS-NB-ABOS)
                          MOVE FS-ABO-NIVEAU
                            TO WS-ABO-NIVEAU(WS-NB-ABOS)
                          MOVE 'O' TO WS-NIV-RESERVE(FS-ABO-NIVEAU)
                       ELSE
                          DISPLAY 'TABLE DES ABONNES PLEINE (100), '
                              'ABONNE IGNORE : ' FS-ABO-IMMAT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       0025-CHARGER-ABONNE-FIN.
           EXIT.

      *> l'abonnement vaut pour le site traite si ce site figure
      *> dans sa liste ; une liste a blanc vaut site principal.
       0026-VERIFIER-SITES-ABO-DEB.
           MOVE 'N' TO WS-ABO-VALABLE.
           IF FS-ABO-SITES = SPACES
              IF WS-SITE = WS-SITE-PRINCIPAL
                 MOVE 'O' TO WS-ABO-VALABLE
              END-IF
           ELSE
              PERFORM 0024-COMPARER-SITE-ABO-DEB
                 THRU 0024-COMPARER-SITE-ABO-FIN
                 VARYING WS-IND-SITE FROM 1 BY 1
                 UNTIL WS-IND-SITE > 5
                 OR WS-ABO-VALABLE = 'O'
           END-IF.
       0026-VERIFIER-SITES-ABO-FIN.
           EXIT.

       0024-COMPARER-SITE-ABO-DEB.
           IF FS-ABO-SITE(WS-IND-SITE) = WS-SITE
              MOVE 'O' TO WS-ABO-VALABLE
           END-IF.
       0024-COMPARER-SITE-ABO-FIN.
           EXIT.

      *> Chargement des places hors service : chaque fermeture
      *> active (statut 'F', date du jour dans la periode) pose la
      *> marque '*CONDAMNEE' sur sa place ; la liste des fermetures
              AT END
                 MOVE '10' TO WS-STATUS-HS
           END-READ.
           IF FS-HS-SITE = SPACES
              MOVE WS-SITE-PRINCIPAL TO FS-HS-SITE
           END-IF.
           IF WS-STATUS-HS = '00'
              AND FS-HS-SITE = WS-SITE
              AND FS-HS-STATUT = 'F'
              AND WS-DATE-JOUR-ABO >= FS-HS-DEBUT
              AND WS-DATE-JOUR-ABO <= FS-HS-FIN
              AT END
                 MOVE '10' TO WS-STATUS-RESA
           END-READ.
           IF FS-RSV-SITE = SPACES
              MOVE WS-SITE-PRINCIPAL TO FS-RSV-SITE
           END-IF.
           IF WS-STATUS-RESA = '00'
              AND FS-RSV-SITE = WS-SITE
              AND FS-RSV-DATE = WS-DATE-JOUR-ABO
              IF FS-RSV-NIVEAU < 1 OR FS-RSV-NIVEAU > WS-NB-ETAGES
                 DISPLAY 'RESERVATION ' FS-RSV-IMMAT ' : NIVEAU '
       0028-CHARGER-RESA-FIN.
           EXIT.

      *> Chargement des plaques interdites : seules les lignes dont
      *> la periode couvre la date du jour entrent dans la table. a
      *> defaut de fichier, aucune plaque n'est interdite.
       0033-LIRE-INTERDITS-DEB.
           OPEN INPUT FIC-INTERDITS.
           IF WS-STATUS-INT = '00'
               PERFORM 0034-CHARGER-INTERDIT-DEB
                  THRU 0034-CHARGER-INTERDIT-FIN
                  UNTIL WS-STATUS-INT NOT = '00'
               CLOSE FIC-INTERDITS
               DISPLAY WS-NB-INTERDITS ' PLAQUE(S) INTERDITE(S) '
                       'EN VIGUEUR'
           END-IF.
       0033-LIRE-INTERDITS-FIN.
           EXIT.

       0034-CHARGER-INTERDIT-DEB.
           READ FIC-INTERDITS
              AT END
                 MOVE '10' TO WS-STATUS-INT
           END-READ.
           IF WS-STATUS-INT = '00'
              AND WS-DATE-JOUR-ABO >= FS-INT-DEBUT
              AND WS-DATE-JOUR-ABO <= FS-INT-FIN
              IF WS-NB-INTERDITS < 200
                 ADD 1 TO WS-NB-INTERDITS
                 MOVE FS-INT-IMMAT TO WS-INT-IMMAT(WS-NB-INTERDITS)
                 MOVE FS-INT-MOTIF TO WS-INT-MOTIF(WS-NB-INTERDITS)
              ELSE
                 DISPLAY 'TABLE DES PLAQUES INTERDITES PLEINE (200), '
                     'PLAQUE IGNOREE : ' FS-INT-IMMAT
              END-IF
           END-IF.
       0034-CHARGER-INTERDIT-FIN.
           EXIT.

      *> forfait ticket perdu : troisieme zone de parktarif.txt,
      *> facultative (les anciens fichiers a deux zones restent
      *> lisibles) ; a defaut, la valeur par defaut est gardee.
       0035-LIRE-FORFAIT-DEB.
           OPEN INPUT FIC-TARIF-PARKING.
           IF WS-STATUS-TARIF = '00'
               READ FIC-TARIF-PARKING
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FS-TARIF-FORFAIT IS NUMERIC
                          MOVE FS-TARIF-FORFAIT TO WS-FORFAIT-PERDU
                       END-IF
               END-READ
               CLOSE FIC-TARIF-PARKING
           END-IF.
       0035-LIRE-FORFAIT-FIN.
           EXIT.

      *> comptes flotte, puis plaques rattachees (une plaque d'un
      *> compte inconnu est ignoree), puis consommation du mois en
      *> cours de chaque compte d'apres le cumul des sejours.
       0036-LIRE-FLOTTES-DEB.
           OPEN INPUT FIC-FLOTTE.
           IF WS-STATUS-FLOTTE = '00'
              PERFORM 0037-CHARGER-COMPTE-DEB
                 THRU 0037-CHARGER-COMPTE-FIN
                 UNTIL WS-STATUS-FLOTTE NOT = '00'
              CLOSE FIC-FLOTTE
              OPEN INPUT FIC-FLOTTE-IMMAT
              IF WS-STATUS-FLI = '00'
                 PERFORM 0038-CHARGER-PLAQUE-DEB
                    THRU 0038-CHARGER-PLAQUE-FIN
                    UNTIL WS-STATUS-FLI NOT = '00'
                 CLOSE FIC-FLOTTE-IMMAT
              END-IF
              MOVE WS-DATE-JOUR-ABO(1:6) TO WS-MOIS-JOUR
              OPEN INPUT FIC-FLOTTE-SEJ
              IF WS-STATUS-FSJ = '00'
                 PERFORM 0039-CUMULER-SEJOUR-DEB
                    THRU 0039-CUMULER-SEJOUR-FIN
                    UNTIL WS-STATUS-FSJ NOT = '00'
                 CLOSE FIC-FLOTTE-SEJ
              END-IF
              DISPLAY WS-NB-COMPTES ' COMPTE(S) FLOTTE, '
                      WS-NB-PLAQUES ' PLAQUE(S) RATTACHEE(S)'
           END-IF.
       0036-LIRE-FLOTTES-FIN.
           EXIT.

       0037-CHARGER-COMPTE-DEB.
           READ FIC-FLOTTE
              AT END
                 MOVE '10' TO WS-STATUS-FLOTTE
           END-READ.
           IF WS-STATUS-FLOTTE = '00'
              IF WS-NB-COMPTES < 50
                 ADD 1 TO WS-NB-COMPTES
                 MOVE FS-FLT-COMPTE  TO WS-CPT-COMPTE(WS-NB-COMPTES)
                 MOVE FS-FLT-PLAFOND TO WS-CPT-PLAFOND(WS-NB-COMPTES)
                 MOVE 0              TO WS-CPT-CONSOMME(WS-NB-COMPTES)
              ELSE
                 DISPLAY 'TABLE DES COMPTES FLOTTE PLEINE (50), '
                     'COMPTE IGNORE : ' FS-FLT-COMPTE
              END-IF
           END-IF.
       0037-CHARGER-COMPTE-FIN.
           EXIT.

       0038-CHARGER-PLAQUE-DEB.
           READ FIC-FLOTTE-IMMAT
              AT END
                 MOVE '10' TO WS-STATUS-FLI
           END-READ.
           IF WS-STATUS-FLI = '00'
              MOVE 0 TO WS-CPT-TROUVE
              PERFORM 0285-CHERCHER-COMPTE-DEB
                 THRU 0285-CHERCHER-COMPTE-FIN
                 VARYING WS-IND-CPT FROM 1 BY 1
                 UNTIL WS-IND-CPT > WS-NB-COMPTES
                 OR WS-CPT-TROUVE > 0
              IF WS-CPT-TROUVE > 0
                 IF WS-NB-PLAQUES < 300
                    ADD 1 TO WS-NB-PLAQUES
                    MOVE FS-FLI-IMMAT  TO WS-PLQ-IMMAT(WS-NB-PLAQUES)
                    MOVE WS-CPT-TROUVE TO WS-PLQ-CPT(WS-NB-PLAQUES)
                 ELSE
                    DISPLAY 'TABLE DES PLAQUES FLOTTE PLEINE (300), '
                        'PLAQUE IGNOREE : ' FS-FLI-IMMAT
                 END-IF
              END-IF
           END-IF.
       0038-CHARGER-PLAQUE-FIN.
           EXIT.

       0039-CUMULER-SEJOUR-DEB.
           READ FIC-FLOTTE-SEJ
              AT END
                 MOVE '10' TO WS-STATUS-FSJ
           END-READ.
           IF WS-STATUS-FSJ = '00'
              AND FS-FSJ-MOIS-S = WS-MOIS-JOUR
              MOVE FS-FSJ-COMPTE TO FS-FLI-COMPTE
              MOVE 0 TO WS-CPT-TROUVE
              PERFORM 0285-CHERCHER-COMPTE-DEB
                 THRU 0285-CHERCHER-COMPTE-FIN
                 VARYING WS-IND-CPT FROM 1 BY 1
                 UNTIL WS-IND-CPT > WS-NB-COMPTES
                 OR WS-CPT-TROUVE > 0
              IF WS-CPT-TROUVE > 0
                 ADD FS-FSJ-MONTANT TO WS-CPT-CONSOMME(WS-CPT-TROUVE)
              END-IF
           END-IF.
       0039-CUMULER-SEJOUR-FIN.
           EXIT.

      *> Un fichier de parametrage corrompu ou hors service ne doit pas
      *> pouvoir depasser les bornes de NIVEAU/WS-PLACE (1-20 etages,
      *> 1-50 places) : on revient alors au format d'origine plutot
                      WS-NB-GATE-REFUSE
              DISPLAY 'DONT ABONNEMENTS ECHUS (RA) : '
                      WS-NB-REFUS-ECHUS
              DISPLAY 'DONT PLAQUES INTERDITES (RL): '
                      WS-NB-REFUS-LISTE
              DISPLAY 'DONT PLAFONDS FLOTTE (RF)   : '
                      WS-NB-REFUS-FLOTTE
              DISPLAY 'SORTIES MANUELLES           : '
                      WS-NB-SORTIES-MANUELLES
              PERFORM 0130-RAPPORT-RESAS-DEB
                 THRU 0130-RAPPORT-RESAS-FIN
           END-IF.
                              THRU 0200-ENTREE-FIN
                  WHEN 'S' PERFORM 0230-SORTIE-GATE-DEB
                              THRU 0230-SORTIE-GATE-FIN
                  WHEN 'M' PERFORM 0240-SORTIE-MANUELLE-DEB
                              THRU 0240-SORTIE-MANUELLE-FIN
                  WHEN OTHER
                      MOVE 'RI' TO WS-CODE-REPONSE
                      DISPLAY 'MOUVEMENT BARRIERE INCONNU : '
           EXIT.

       0100-MOUVEMENT-DEB.
           DISPLAY 'ENTRER ''E'', ''S'' OU ''M'' SUIVI DE 2 VALEURS'.
           ACCEPT WS-CAR
           MOVE 'KO' TO WS-TROUVE

               WHEN 'S' PERFORM 0210-SORTIE-DEB
                          THRU  0210-SORTIE-FIN

               WHEN 'M' PERFORM 0240-SORTIE-MANUELLE-DEB
                          THRU  0240-SORTIE-MANUELLE-FIN

               WHEN 'R' PERFORM 8950-OCCUPATION-DEB
                          THRU  8950-OCCUPATION-FIN

           END-EVALUATE.
       0100-MOUVEMENT-FIN.
           EXIT.

      *> sortie manuelle : le motif vient du pupitre ou, en lot, du
      *> mouvement de l'automate ; un motif inconnu est refuse. la
      *> voiture est cherchee sur tous les niveaux et sa place
      *> liberee ; introuvable (pas d'entree enregistree), la sortie
      *> est tout de meme tracee, niveau et place a zero.
       0240-SORTIE-MANUELLE-DEB.
           IF WS-MODE-TRAITEMENT = 'B'
              MOVE FS-GATE-MOTIF TO WS-MOTIF-MANUEL
           ELSE
              DISPLAY 'MOTIF (TP TICKET PERDU, BL BARRIERE LEVEE, '
                      'AU AUTRE) : ' NO ADVANCING
              ACCEPT WS-MOTIF-MANUEL
           END-IF.
           IF WS-MOTIF-MANUEL NOT = 'TP'
              AND WS-MOTIF-MANUEL NOT = 'BL'
              AND WS-MOTIF-MANUEL NOT = 'AU'
              MOVE 'RI' TO WS-CODE-REPONSE
              DISPLAY 'MOTIF DE SORTIE MANUELLE INCONNU : '
                      WS-MOTIF-MANUEL ' - SORTIE REFUSEE'
           ELSE
              MOVE 'KO' TO WS-TROUVE
              MOVE 0 TO WS-NIVEAU-MANUEL
              MOVE 0 TO WS-PLACE-MANUEL
              PERFORM 0245-LIBERER-NIVEAU-DEB
                 THRU 0245-LIBERER-NIVEAU-FIN
                 VARYING WS-CTLVL FROM 1 BY 1
                 UNTIL WS-CTLVL > WS-NB-ETAGES
                 OR WS-TROUVE = 'OK'
              IF WS-TROUVE = 'KO'
                 DISPLAY 'VOITURE ' WS-IMMATRICULATION
                         ' SANS ENTREE ENREGISTREE - SORTIE MANUELLE'
              END-IF
              MOVE SPACES             TO FS-ENR-MVTP
              MOVE 'M'                TO FS-TYPEM
              MOVE WS-IMMATRICULATION TO FS-IMMATM
              MOVE WS-NIVEAU-MANUEL   TO FS-NIVEAUM
              MOVE WS-PLACE-MANUEL    TO FS-PLACEM
              MOVE WS-MOTIF-MANUEL    TO FS-MOTIFM
              MOVE WS-FORFAIT-PERDU   TO FS-FORFAITM
              PERFORM 0450-ECRIRE-MVT-DEB
                 THRU 0450-ECRIRE-MVT-FIN
              MOVE 'AC' TO WS-CODE-REPONSE
              ADD 1 TO WS-NB-SORTIES-MANUELLES
              DISPLAY 'SORTIE MANUELLE ' WS-IMMATRICULATION ' MOTIF '
                      WS-MOTIF-MANUEL ' FORFAIT ' WS-FORFAIT-PERDU
                      ' OPERATEUR ' WS-OPERATEUR
           END-IF.
       0240-SORTIE-MANUELLE-FIN.
           EXIT.

       0245-LIBERER-NIVEAU-DEB.
           PERFORM 0246-LIBERER-PLACE-DEB
              THRU 0246-LIBERER-PLACE-FIN
              VARYING WS-COUNT FROM 1 BY 1
              UNTIL WS-COUNT > WS-NB-PLACES
              OR WS-TROUVE = 'OK'.
       0245-LIBERER-NIVEAU-FIN.
           EXIT.

       0246-LIBERER-PLACE-DEB.
           IF WS-PLACES(WS-CTLVL,WS-COUNT) = WS-IMMATRICULATION
              MOVE SPACES TO WS-PLACES(WS-CTLVL,WS-COUNT)
              MOVE 'OK' TO WS-TROUVE
              MOVE WS-CTLVL TO WS-NIVEAU-MANUEL
              MOVE WS-COUNT TO WS-PLACE-MANUEL
           END-IF.
       0246-LIBERER-PLACE-FIN.
           EXIT.
       0200-ENTREE-DEB.
           MOVE 9 TO WS-LIEN-SP002-LONGUEUR.
           MOVE WS-IMMATRICULATION TO WS-LIEN-SP002-RECU.
               DISPLAY 'PLAQUE ' WS-IMMATRICULATION
                   ' HORS FORMAT AA-999-AA - ENTREE REFUSEE'
           ELSE
      *> une plaque de la liste des interdits est refusee avant
      *> toute recherche de place, en lot comme au clavier.
               MOVE 0 TO WS-INT-COURANT
               PERFORM 0270-CHERCHER-INTERDIT-DEB
                  THRU 0270-CHERCHER-INTERDIT-FIN
                  VARYING WS-IND-INT FROM 1 BY 1
                  UNTIL WS-IND-INT > WS-NB-INTERDITS
                  OR WS-INT-COURANT > 0
               IF WS-INT-COURANT > 0
                   MOVE 'RL' TO WS-CODE-REPONSE
                   PERFORM 0275-TRACER-REFUS-LISTE-DEB
                      THRU 0275-TRACER-REFUS-LISTE-FIN
               ELSE
               MOVE 'KO' TO WS-PRESENT
               MOVE 1 TO WS-CTLVL
               PERFORM 0205-VERIF-NIV-PRESENCE-DEB
                          ' SANS RENOUVELLEMENT - ENTREE REFUSEE : '
                          WS-IMMATRICULATION
                   END-IF
      *> une plaque de flotte dont le compte a atteint son plafond
      *> mensuel est refusee a son tour, avec son code dedie.
                   MOVE 0 TO WS-FLT-DEPASSE
                   IF WS-ABO-ECHU = 0
                      PERFORM 0280-CHERCHER-FLOTTE-DEB
                         THRU 0280-CHERCHER-FLOTTE-FIN
                         VARYING WS-IND-PLQ FROM 1 BY 1
                         UNTIL WS-IND-PLQ > WS-NB-PLAQUES
                         OR WS-FLT-DEPASSE > 0
                   END-IF
                   IF WS-FLT-DEPASSE > 0
                      MOVE 'RF' TO WS-CODE-REPONSE
                      ADD 1 TO WS-NB-REFUS-FLOTTE
                      DISPLAY 'PLAFOND DU COMPTE FLOTTE '
                          WS-CPT-COMPTE(WS-FLT-DEPASSE)
                          ' ATTEINT - ENTREE REFUSEE : '
                          WS-IMMATRICULATION
                   END-IF
      *> un abonne en cours de validite est d'abord place sur son
      *> niveau reserve ; s'il est complet il retombe dans la
      *> recherche generale, comme un visiteur.
                   IF WS-ABO-ECHU = 0 AND WS-FLT-DEPASSE = 0
                   IF WS-ABO-COURANT > 0
                      MOVE WS-ABO-NIVEAU(WS-ABO-COURANT) TO WS-CTLVL
                      PERFORM 0300-BOUCLE-ENTREELVL-DEB
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
       0200-ENTREE-FIN.
           EXIT.
       0225-CHERCHER-RESA-FIN.
           EXIT.

      *> plafond atteint : consommation du mois au moins egale au
      *> plafond du compte de la plaque (plafond nul = illimite).
       0280-CHERCHER-FLOTTE-DEB.
           IF WS-PLQ-IMMAT(WS-IND-PLQ) = WS-IMMATRICULATION
              MOVE WS-PLQ-CPT(WS-IND-PLQ) TO WS-IND-CPT
              IF WS-CPT-PLAFOND(WS-IND-CPT) > 0
                 AND WS-CPT-CONSOMME(WS-IND-CPT)
                     >= WS-CPT-PLAFOND(WS-IND-CPT)
                 MOVE WS-IND-CPT TO WS-FLT-DEPASSE
              END-IF
           END-IF.
       0280-CHERCHER-FLOTTE-FIN.
           EXIT.

       0285-CHERCHER-COMPTE-DEB.
           IF WS-CPT-COMPTE(WS-IND-CPT) = FS-FLI-COMPTE
              MOVE WS-IND-CPT TO WS-CPT-TROUVE
           END-IF.
       0285-CHERCHER-COMPTE-FIN.
           EXIT.

       0270-CHERCHER-INTERDIT-DEB.
           IF WS-INT-IMMAT(WS-IND-INT) = WS-IMMATRICULATION
              MOVE WS-IND-INT TO WS-INT-COURANT
           END-IF.
       0270-CHERCHER-INTERDIT-FIN.
           EXIT.

      *> trace du refus dans parkrefus.txt, avec le motif de la
      *> liste et le mode (clavier ou lot de barriere).
       0275-TRACER-REFUS-LISTE-DEB.
           ADD 1 TO WS-NB-REFUS-LISTE.
           DISPLAY 'PLAQUE ' WS-IMMATRICULATION ' INTERDITE (MOTIF '
               WS-INT-MOTIF(WS-INT-COURANT) ') - ENTREE REFUSEE'.
           ACCEPT WS-HORO-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HORO-HEURE FROM TIME.
           MOVE SPACES TO FS-ENR-REFUS.
           MOVE WS-HORO-DATE                 TO FS-REF-DATE.
           MOVE WS-HORO-HEURE                TO FS-REF-HEURE.
           MOVE WS-IMMATRICULATION           TO FS-REF-IMMAT.
           MOVE WS-INT-MOTIF(WS-INT-COURANT) TO FS-REF-MOTIF.
           MOVE WS-MODE-TRAITEMENT           TO FS-REF-MODE.
           MOVE WS-OPERATEUR                 TO FS-REF-OPERATEUR.
           WRITE FS-ENR-REFUS.
       0275-TRACER-REFUS-LISTE-FIN.
           EXIT.

      *> compte les reservations encore actives du niveau WS-CTLVL
      *> (en attente, fenetre non passee) : autant de places sont
      *> gardees pour les visiteurs attendus.
           MOVE WS-HORO-DATE TO FS-DATEM.
           MOVE WS-HORO-HEURE TO FS-HEUREM.
           MOVE WS-OPERATEUR TO FS-OPERM.
           IF FS-TYPEM NOT = 'M'
              MOVE SPACES TO FS-MANUELM
           END-IF.
           MOVE SPACES  TO FS-ZSITEM.
           MOVE WS-SITE TO FS-SITEM.
           WRITE FS-ENR-MVTP.
           PERFORM 0700-MAJ-PLACES-LIBRES-DEB
              THRU 0700-MAJ-PLACES-LIBRES-FIN.
      *> accepte, et alerte l'exploitant via le journal central
      *> FAUDITLOG quand le total passe sous le seuil configure.
      *> l'alerte n'est emise qu'une fois par passage sous le seuil.
      *> les lignes des autres sites sont recopiees telles quelles.
       0700-MAJ-PLACES-LIBRES-DEB.
           PERFORM 0705-RELIRE-AUTRES-SITES-DEB
              THRU 0705-RELIRE-AUTRES-SITES-FIN.
           OPEN OUTPUT FIC-PLACES-LIBRES.
           IF WS-STATUS-PLACES NOT = '00'
              DISPLAY 'FICHIER DES PLACES LIBRES INACCESSIBLE : '
                      WS-STATUS-PLACES
           ELSE
              PERFORM 0740-ECRIRE-AUTRE-SITE-DEB
                 THRU 0740-ECRIRE-AUTRE-SITE-FIN
                 VARYING WS-IND-PAN FROM 1 BY 1
                 UNTIL WS-IND-PAN > WS-NB-PAN-AUTRES
              MOVE 0 TO WS-PLB-LIBRES-TOT
              PERFORM 0710-PLACES-NIVEAU-DEB
                 THRU 0710-PLACES-NIVEAU-FIN
       0700-MAJ-PLACES-LIBRES-FIN.
           EXIT.

      *> relit le panneau juste avant sa reecriture et garde les
      *> lignes des autres sites (un code a blanc vaut site
      *> principal) ; fichier absent = aucune ligne a conserver.
       0705-RELIRE-AUTRES-SITES-DEB.
           MOVE 0 TO WS-NB-PAN-AUTRES.
           OPEN INPUT FIC-PLACES-LIBRES.
           IF WS-STATUS-PLACES = '00'
              PERFORM 0706-LIGNE-AUTRE-SITE-DEB
                 THRU 0706-LIGNE-AUTRE-SITE-FIN
                 UNTIL WS-STATUS-PLACES NOT = '00'
              CLOSE FIC-PLACES-LIBRES
           END-IF.
       0705-RELIRE-AUTRES-SITES-FIN.
           EXIT.

       0706-LIGNE-AUTRE-SITE-DEB.
           READ FIC-PLACES-LIBRES
              AT END
                 MOVE '10' TO WS-STATUS-PLACES
           END-READ.
           IF WS-STATUS-PLACES = '00'
              IF FS-PLB-SITE = SPACES
                 MOVE WS-SITE-PRINCIPAL TO FS-PLB-SITE
              END-IF
              IF FS-PLB-SITE NOT = WS-SITE
                 IF WS-NB-PAN-AUTRES < 200
                    ADD 1 TO WS-NB-PAN-AUTRES
                    MOVE FS-PLB-SITE   TO WS-PAN-SITE(WS-NB-PAN-AUTRES)
                    MOVE FS-PLB-NIVEAU
                      TO WS-PAN-NIVEAU(WS-NB-PAN-AUTRES)
                    MOVE FS-PLB-LIBRES
                      TO WS-PAN-LIBRES(WS-NB-PAN-AUTRES)
                 ELSE
                    DISPLAY 'PANNEAU : TROP DE LIGNES D''AUTRES SITES '
                            '(200), LIGNE PERDUE : SITE ' FS-PLB-SITE
                            ' NIVEAU ' FS-PLB-NIVEAU
                 END-IF
              END-IF
           END-IF.
       0706-LIGNE-AUTRE-SITE-FIN.
           EXIT.

       0710-PLACES-NIVEAU-DEB.
           MOVE 0 TO WS-PLB-LIBRES.
           PERFORM 0720-PLACES-PLACE-DEB
              THRU 0720-PLACES-PLACE-FIN
              VARYING WS-PLB-PLACE FROM 1 BY 1
              UNTIL WS-PLB-PLACE > WS-NB-PLACES.
           MOVE SPACES        TO FS-ENR-PLACES.
           MOVE WS-PLB-NIVEAU TO FS-PLB-NIVEAU.
           MOVE WS-PLB-LIBRES TO FS-PLB-LIBRES.
           MOVE WS-SITE       TO FS-PLB-SITE.
           WRITE FS-ENR-PLACES.
           ADD WS-PLB-LIBRES TO WS-PLB-LIBRES-TOT.
       0710-PLACES-NIVEAU-FIN.
       0720-PLACES-PLACE-FIN.
           EXIT.

       0740-ECRIRE-AUTRE-SITE-DEB.
           MOVE SPACES                    TO FS-ENR-PLACES.
           MOVE WS-PAN-SITE(WS-IND-PAN)   TO FS-PLB-SITE.
           MOVE WS-PAN-NIVEAU(WS-IND-PAN) TO FS-PLB-NIVEAU.
           MOVE WS-PAN-LIBRES(WS-IND-PAN) TO FS-PLB-LIBRES.
           WRITE FS-ENR-PLACES.
       0740-ECRIRE-AUTRE-SITE-FIN.
           EXIT.

       0730-ALERTER-SEUIL-DEB.
           DISPLAY 'ALERTE : PLUS QUE ' WS-PLB-LIBRES-TOT
                   ' PLACE(S) LIBRE(S) DANS LE PARKING ' WS-SITE.
           MOVE SPACES TO WS-MSG-ALERTE.
           STRING 'PARKING '
                  WS-SITE
                  ' PRESQUE PLEIN, '
                  WS-PLB-LIBRES-TOT
                  ' LIBRES'
                  DELIMITED BY SIZE
                  INTO WS-MSG-ALERTE
           END-STRING.

       8950-OCCUPATION-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' ETAT D''OCCUPATION DU PARKING ' WS-SITE.
           DISPLAY '***************************************'.
           MOVE 0 TO WS-OCC-LIBRES-TOTAL.
           MOVE 1 TO WS-OCC-NIVEAU.
           DISPLAY ' FIN DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE SPACES               TO WS-LIEN-RECAPJR-IN-LIBELLE.
           STRING 'PLACES LIBRES ' WS-SITE
                  DELIMITED BY SIZE
                  INTO WS-LIEN-RECAPJR-IN-LIBELLE
           END-STRING.
           MOVE WS-OCC-LIBRES-TOTAL  TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
