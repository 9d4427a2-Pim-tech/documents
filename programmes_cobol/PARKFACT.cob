      *     RECAPJOUR EST DONC BIEN CELLE DE LA JOURNEE.
      *
      *     LE TARIF EST LU DANS LE FICHIER DE PARAMETRAGE
      *     PARKTARIF.TXT (TAUX HORAIRE, PLAFOND JOURNALIER PUIS
      *     FORFAIT TICKET PERDU, EN CENTIEMES SANS VIRGULE) ;
      *     A DEFAUT DE FICHIER, COMME POUR PARKCONFIG.TXT, DES
      *     VALEURS PAR DEFAUT SONT CONSERVEES.
      *
      *     LA RECETTE TOTALE DE LA JOURNEE EST DEPOSEE DANS LE
      *     RECAPITULATIF PARTAGE VIA RECAPJR, COMME LES AUTRES
      *     SOUS-SYSTEMES (MONTANT EN CENTIMES, LA ZONE DE LIEN
      *     RECAPJR NE PORTANT QUE DES ENTIERS).
      *
      *     LES SORTIES MANUELLES 'M' (TICKET PERDU, BARRIERE
      *     LEVEE A LA MAIN) NE SONT PAS FACTUREES A LA DUREE :
      *     ELLES DONNENT UNE LIGNE DE TYPE 'M' AU MONTANT DU
      *     FORFAIT PORTE PAR LE MOUVEMENT (A DEFAUT, CELUI DE
      *     PARKTARIF.TXT), AVEC LE MOTIF ET L'OPERATEUR ; LES
      *     SEJOURS ORDINAIRES SONT DE TYPE 'S'.
      *
      *     LES PLAQUES RATTACHEES A UN COMPTE FLOTTE D'ENTREPRISE
      *     (PARKFLOTIMM.TXT, COMPTES DANS PARKFLOTTE.TXT) NE SONT
      *     PAS FACTUREES A LA SORTIE : LEUR SEJOUR, VALORISE AU
      *     TAUX NEGOCIE DU COMPTE (MEME PLAFOND JOURNALIER), EST
      *     CUMULE DANS PARKFLOTSEJ.TXT POUR LE RELEVE MENSUEL DE
      *     PARKFLOF, ET N'ENTRE PAS DANS LA RECETTE DU JOUR. LE
      *     CUMUL EST OUVERT EN AJOUT : UN JOUR DEJA CUMULE (NOUVEAU
      *     PASSAGE DE PARKFACT SUR LE MEME RUNDATE) N'Y EST PAS
      *     REPORTE UNE SECONDE FOIS.
      *
      *     LE JOURNAL MELE LES MOUVEMENTS DE TOUS LES SITES DE
      *     PARKING (CODE SITE DU MOUVEMENT, A BLANC = SITE
      *     PRINCIPAL '01') : UNE SORTIE N'EST APPARIEE QU'AVEC
      *     UNE ENTREE DE LA MEME PLAQUE SUR LE MEME SITE, CHAQUE
      *     LIGNE DE FACTURATION PORTE SON SITE, ET LES STATISTIQUES
      *     DONNENT LA RECETTE PAR SITE PUIS LE TOTAL CONSOLIDE
      *     (SEUL DEPOSE DANS RECAPJOUR).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/parkfactu.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FACTU.
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
       FILE SECTION.
           05 FS-HEUREM PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-OPERM PIC X(8).
      *    SORTIE MANUELLE ('M') : MOTIF ET FORFAIT TICKET
      *    PERDU, A BLANC SUR LES ENTREES ET SORTIES ORDINAIRES.
           05 FS-MANUELM.
               10 FILLER PIC X(1).
               10 FS-MOTIFM PIC X(2).
               10 FILLER PIC X(1).
               10 FS-FORFAITM PIC 9(3)V99.
      *    SITE DU PARKING (A BLANC = SITE PRINCIPAL '01').
           05 FS-ZSITEM.
               10 FILLER PIC X(1).
               10 FS-SITEM PIC X(2).

       FD FIC-TARIF-PARKING RECORDING MODE IS F.
       01  FS-ENR-TARIF.
           05 FS-TARIF-TAUX    PIC 9(3)V99.
           05 FILLER           PIC X(1).
           05 FS-TARIF-PLAFOND PIC 9(3)V99.
           05 FILLER           PIC X(1).
           05 FS-TARIF-FORFAIT PIC 9(3)V99.

       FD FIC-FACTU-PARKING RECORDING MODE IS F.
       01  FS-ENR-FACTU.
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
      *    SITE DU PARKING OU LE SEJOUR S'EST TERMINE.
           05 FILLER            PIC X(1).
           05 FS-FAC-SITE       PIC X(2).

      * COMPTE FLOTTE : SOCIETE, ADRESSE DE FACTURATION, TAUX
      * HORAIRE NEGOCIE, PLAFOND MENSUEL (0 = SANS PLAFOND).
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

      * PLAQUE RATTACHEE A UN COMPTE FLOTTE.
       FD FIC-FLOTTE-IMMAT RECORDING MODE IS F.
       01  FS-ENR-FLI.
           05 FS-FLI-IMMAT      PIC X(10).
           05 FILLER            PIC X(1).
           05 FS-FLI-COMPTE     PIC X(6).

      * SEJOUR CUMULE POUR LE RELEVE MENSUEL DU COMPTE FLOTTE.
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
           05 FILLER            PIC X(1).
           05 FS-FSJ-HEURE-S    PIC 9(6).
           05 FILLER            PIC X(1).
           05 FS-FSJ-MINUTES    PIC 9(5).
           05 FILLER            PIC X(1).
           05 FS-FSJ-MONTANT    PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKFACT'.
       01  WS-STATUS-MVTP  PIC XX.
       01  WS-STATUS-TARIF PIC XX.
       01  WS-STATUS-FACTU PIC XX.
       01  WS-STATUS-FLOTTE PIC XX.
       01  WS-STATUS-FLI    PIC XX.
       01  WS-STATUS-FSJ    PIC XX.

      * TARIF PAR DEFAUT SI PARKTARIF.TXT EST ABSENT OU ILLISIBLE,
      * MEME PRINCIPE QUE LA CONFIGURATION PARKCONFIG.TXT.
       01  WS-TAUX-HORAIRE    PIC 9(3)V99 VALUE 2.50.
       01  WS-PLAFOND-JOUR    PIC 9(3)V99 VALUE 20.00.
       01  WS-FORFAIT-PERDU   PIC 9(3)V99 VALUE 25.00.

      * TABLE DES ENTREES EN ATTENTE DE LEUR SORTIE : UNE ENTREE
      * PAR PLAQUE ENCORE DANS LE PARKING AU FIL DE LA LECTURE.
               10 WS-SEJ-IMMAT   PIC X(10).
               10 WS-SEJ-DATE-E  PIC 9(8).
               10 WS-SEJ-HEURE-E PIC 9(6).
               10 WS-SEJ-SITE    PIC X(2).

       01  WS-IND-SEJOUR     PIC 9(3).
       01  WS-IND-TROUVE     PIC 9(3).
       01  WS-HEURES-ENTAMEES PIC 9(5).
       01  WS-JOURS-ENTAMES  PIC 9(3).
       01  WS-MONTANT-SEJOUR PIC 9(5)V99.
       01  WS-TAUX-SEJOUR    PIC 9(3)V99.
       01  WS-PLAFOND-SEJOUR PIC 9(7)V99.

      * JOUR DE TRAITEMENT : SEULES LES SORTIES DE CE JOUR SONT
      * LIBERER LEUR ENTREE DANS LA TABLE D'APPARIEMENT.
       01  WS-DATE-REF          PIC X(8) VALUE SPACES.

      * PLAQUES DES COMPTES FLOTTE, AVEC LE TAUX NEGOCIE DE LEUR
      * COMPTE ; WS-FLOTTE-DEJA = 'O' QUAND LE JOUR TRAITE EST
      * DEJA DANS LE CUMUL (SES SEJOURS FLOTTE NE SONT PAS REPORTES).
       01  WS-COMPTES-FLOTTE.
           05 WS-NB-COMPTES PIC 9(3) VALUE 0.
           05 WS-CPT OCCURS 50 TIMES.
               10 WS-CPT-COMPTE  PIC X(6).
               10 WS-CPT-TAUX    PIC 9(3)V99.
       01  WS-PLAQUES-FLOTTE.
           05 WS-NB-PLAQUES PIC 9(3) VALUE 0.
           05 WS-PLQ OCCURS 300 TIMES.
               10 WS-PLQ-IMMAT   PIC X(10).
               10 WS-PLQ-COMPTE  PIC X(6).
               10 WS-PLQ-TAUX    PIC 9(3)V99.
       01  WS-IND-CPT        PIC 9(3).
       01  WS-IND-PLQ        PIC 9(3).
       01  WS-CPT-TROUVE     PIC 9(3).
       01  WS-PLQ-TROUVEE    PIC 9(3).
       01  WS-FLOTTE-DEJA    PIC X VALUE 'N'.

      * CUMULS PAR SITE, DANS L'ORDRE D'APPARITION DES SITES
      * DANS LE JOURNAL ; LES COMPTEURS GENERAUX CI-DESSOUS SONT
      * LE CONSOLIDE TOUS SITES.
       01  WS-SITE-PRINCIPAL PIC X(2) VALUE '01'.
       01  WS-SITES.
           05 WS-NB-SITES PIC 9 VALUE 0.
           05 WS-SIT OCCURS 9 TIMES.
               10 WS-SIT-CODE      PIC X(2).
               10 WS-SIT-SEJOURS   PIC 9(5).
               10 WS-SIT-MANUELLES PIC 9(5).
               10 WS-SIT-FLOTTE    PIC 9(5).
               10 WS-SIT-RECETTE   PIC 9(7)V99.
       01  WS-IND-SIT        PIC 99.
       01  WS-SIT-COURANT    PIC 9.

       01  WS-COMPTEURS.
           05 WS-NB-MVT-LUS     PIC 9(5) VALUE 0.
           05 WS-NB-SEJOURS     PIC 9(5) VALUE 0.
           05 WS-NB-SANS-ENTREE PIC 9(5) VALUE 0.
           05 WS-NB-PRESENTS    PIC 9(5) VALUE 0.
           05 WS-NB-MANUELLES   PIC 9(5) VALUE 0.
           05 WS-NB-FLOTTE      PIC 9(5) VALUE 0.
       01  WS-CUMUL-FLOTTE      PIC 9(7)V99 VALUE 0.
       01  WS-RECETTE-JOUR      PIC 9(7)V99 VALUE 0.
       01  WS-RECETTE-FORFAITS  PIC 9(7)V99 VALUE 0.
       01  WS-RECETTE-CENTIMES  PIC S9(7) COMP-3.

      * DEPOT DU TOTAL DU JOUR DANS LE RECAPITULATIF PARTAGE,
           DISPLAY 'JOUR FACTURE : ' WS-DATE-REF.
           PERFORM 0010-LIRE-TARIF-DEB
              THRU 0010-LIRE-TARIF-FIN.
           PERFORM 0020-CHARGER-FLOTTES-DEB
              THRU 0020-CHARGER-FLOTTES-FIN.

           OPEN INPUT FIC-MVT-PARKING.
           IF WS-STATUS-MVTP NOT = '00'

           CLOSE FIC-MVT-PARKING.
           CLOSE FIC-FACTU-PARKING.
           IF WS-NB-PLAQUES > 0
              CLOSE FIC-FLOTTE-SEJ
           END-IF.

           MOVE WS-NB-OUVERTS TO WS-NB-PRESENTS.

                   NOT AT END
                       MOVE FS-TARIF-TAUX    TO WS-TAUX-HORAIRE
                       MOVE FS-TARIF-PLAFOND TO WS-PLAFOND-JOUR
                       IF FS-TARIF-FORFAIT IS NUMERIC
                          MOVE FS-TARIF-FORFAIT TO WS-FORFAIT-PERDU
                       END-IF
               END-READ
               CLOSE FIC-TARIF-PARKING
           END-IF.
           DISPLAY 'TARIF : ' WS-TAUX-HORAIRE ' PAR HEURE ENTAMEE, '
                   'PLAFOND ' WS-PLAFOND-JOUR ' PAR JOUR'.
           DISPLAY 'FORFAIT TICKET PERDU : ' WS-FORFAIT-PERDU.
       0010-LIRE-TARIF-FIN.
           EXIT.

      * COMPTES PUIS PLAQUES FLOTTE ; UNE PLAQUE D'UN COMPTE
      * INCONNU EST SIGNALEE ET FACTUREE A LA SORTIE COMME UN
      * VISITEUR. SANS PLAQUE FLOTTE, LE CUMUL N'EST PAS OUVERT.
       0020-CHARGER-FLOTTES-DEB.
           OPEN INPUT FIC-FLOTTE.
           IF WS-STATUS-FLOTTE = '00'
              PERFORM 0021-CHARGER-COMPTE-DEB
                 THRU 0021-CHARGER-COMPTE-FIN
                 UNTIL WS-STATUS-FLOTTE NOT = '00'
              CLOSE FIC-FLOTTE
           END-IF.
           IF WS-NB-COMPTES NOT = 0
              OPEN INPUT FIC-FLOTTE-IMMAT
              IF WS-STATUS-FLI = '00'
                 PERFORM 0022-CHARGER-PLAQUE-DEB
                    THRU 0022-CHARGER-PLAQUE-FIN
                    UNTIL WS-STATUS-FLI NOT = '00'
                 CLOSE FIC-FLOTTE-IMMAT
              END-IF
              DISPLAY WS-NB-COMPTES ' COMPTE(S) FLOTTE, '
                      WS-NB-PLAQUES ' PLAQUE(S) RATTACHEE(S)'
              IF WS-NB-PLAQUES NOT = 0
                 OPEN INPUT FIC-FLOTTE-SEJ
                 IF WS-STATUS-FSJ = '00'
                    PERFORM 0024-VERIFIER-CUMUL-DEB
                       THRU 0024-VERIFIER-CUMUL-FIN
                       UNTIL WS-STATUS-FSJ NOT = '00'
                    CLOSE FIC-FLOTTE-SEJ
                 END-IF
                 IF WS-FLOTTE-DEJA = 'O'
                    DISPLAY 'SEJOURS FLOTTE DU ' WS-DATE-REF
                            ' DEJA CUMULES, NON REPORTES'
                 END-IF
                 OPEN EXTEND FIC-FLOTTE-SEJ
                 IF WS-STATUS-FSJ = '35'
                    OPEN OUTPUT FIC-FLOTTE-SEJ
                 END-IF
              END-IF
           END-IF.
       0020-CHARGER-FLOTTES-FIN.
           EXIT.

       0021-CHARGER-COMPTE-DEB.
           READ FIC-FLOTTE
              AT END
                 MOVE '10' TO WS-STATUS-FLOTTE
           END-READ.
           IF WS-STATUS-FLOTTE = '00'
              IF WS-NB-COMPTES < 50
                 ADD 1 TO WS-NB-COMPTES
                 MOVE FS-FLT-COMPTE TO WS-CPT-COMPTE(WS-NB-COMPTES)
                 MOVE FS-FLT-TAUX   TO WS-CPT-TAUX(WS-NB-COMPTES)
              ELSE
                 DISPLAY 'TABLE DES COMPTES FLOTTE PLEINE (50), '
                         'COMPTE IGNORE : ' FS-FLT-COMPTE
              END-IF
           END-IF.
       0021-CHARGER-COMPTE-FIN.
           EXIT.

       0022-CHARGER-PLAQUE-DEB.
           READ FIC-FLOTTE-IMMAT
              AT END
                 MOVE '10' TO WS-STATUS-FLI
           END-READ.
           IF WS-STATUS-FLI = '00'
              MOVE 0 TO WS-CPT-TROUVE
              PERFORM 0023-CHERCHER-COMPTE-DEB
                 THRU 0023-CHERCHER-COMPTE-FIN
                 VARYING WS-IND-CPT FROM 1 BY 1
                 UNTIL WS-IND-CPT > WS-NB-COMPTES
                 OR WS-CPT-TROUVE > 0
              IF WS-CPT-TROUVE = 0
                 DISPLAY 'PLAQUE ' FS-FLI-IMMAT ' RATTACHEE AU COMPTE '
                         'FLOTTE INCONNU ' FS-FLI-COMPTE ' - IGNOREE'
              ELSE
                 IF WS-NB-PLAQUES < 300
                    ADD 1 TO WS-NB-PLAQUES
                    MOVE FS-FLI-IMMAT  TO WS-PLQ-IMMAT(WS-NB-PLAQUES)
                    MOVE FS-FLI-COMPTE TO WS-PLQ-COMPTE(WS-NB-PLAQUES)
                    MOVE WS-CPT-TAUX(WS-CPT-TROUVE)
                      TO WS-PLQ-TAUX(WS-NB-PLAQUES)
                 ELSE
                    DISPLAY 'TABLE DES PLAQUES FLOTTE PLEINE (300), '
                            'PLAQUE IGNOREE : ' FS-FLI-IMMAT
                 END-IF
              END-IF
           END-IF.
       0022-CHARGER-PLAQUE-FIN.
           EXIT.

       0023-CHERCHER-COMPTE-DEB.
           IF WS-CPT-COMPTE(WS-IND-CPT) = FS-FLI-COMPTE
              MOVE WS-IND-CPT TO WS-CPT-TROUVE
           END-IF.
       0023-CHERCHER-COMPTE-FIN.
           EXIT.

       0024-VERIFIER-CUMUL-DEB.
           READ FIC-FLOTTE-SEJ
              AT END
                 MOVE '10' TO WS-STATUS-FSJ
           END-READ.
           IF WS-STATUS-FSJ = '00'
              AND FS-FSJ-DATE-S = WS-DATE-REF
              MOVE 'O' TO WS-FLOTTE-DEJA
           END-IF.
       0024-VERIFIER-CUMUL-FIN.
           EXIT.

       1000-MOUVEMENT-DEB.
           READ FIC-MVT-PARKING
              AT END
           END-READ.
           IF WS-STATUS-MVTP = '00'
              ADD 1 TO WS-NB-MVT-LUS
              IF FS-SITEM = SPACES
                 MOVE WS-SITE-PRINCIPAL TO FS-SITEM
              END-IF
              PERFORM 1010-TROUVER-SITE-DEB
                 THRU 1010-TROUVER-SITE-FIN
              EVALUATE FS-TYPEM
                  WHEN 'E' PERFORM 2000-ENTREE-DEB
                              THRU 2000-ENTREE-FIN
                  WHEN 'S' PERFORM 3000-SORTIE-DEB
                              THRU 3000-SORTIE-FIN
                  WHEN 'M' PERFORM 3100-SORTIE-MANUELLE-DEB
                              THRU 3100-SORTIE-MANUELLE-FIN
              END-EVALUATE
           END-IF.
       1000-MOUVEMENT-FIN.
           EXIT.

      * RANG DU SITE DU MOUVEMENT DANS LA TABLE DES SITES, AJOUTE
      * A SA PREMIERE APPARITION ; AU-DELA DE 9 SITES, LE
      * MOUVEMENT N'ENTRE QUE DANS LE CONSOLIDE.
       1010-TROUVER-SITE-DEB.
           MOVE 0 TO WS-SIT-COURANT.
           PERFORM 1020-COMPARER-SITE-DEB
              THRU 1020-COMPARER-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES
              OR WS-SIT-COURANT > 0.
           IF WS-SIT-COURANT NOT > 0
              IF WS-NB-SITES < 9
                 ADD 1 TO WS-NB-SITES
                 MOVE WS-NB-SITES TO WS-SIT-COURANT
                 MOVE FS-SITEM TO WS-SIT-CODE(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-SEJOURS(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-MANUELLES(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-FLOTTE(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-RECETTE(WS-SIT-COURANT)
              ELSE
                 DISPLAY 'TABLE DES SITES PLEINE (9), SITE '
                         FS-SITEM ' COMPTE AU SEUL CONSOLIDE'
              END-IF
           END-IF.
       1010-TROUVER-SITE-FIN.
           EXIT.

       1020-COMPARER-SITE-DEB.
           IF WS-SIT-CODE(WS-IND-SIT) = FS-SITEM
              MOVE WS-IND-SIT TO WS-SIT-COURANT
           END-IF.
       1020-COMPARER-SITE-FIN.
           EXIT.

       2000-ENTREE-DEB.
           IF WS-NB-OUVERTS < 200
              ADD 1 TO WS-NB-OUVERTS
              MOVE FS-IMMATM TO WS-SEJ-IMMAT(WS-NB-OUVERTS)
              MOVE FS-DATEM  TO WS-SEJ-DATE-E(WS-NB-OUVERTS)
              MOVE FS-HEUREM TO WS-SEJ-HEURE-E(WS-NB-OUVERTS)
              MOVE FS-SITEM  TO WS-SEJ-SITE(WS-NB-OUVERTS)
           ELSE
              DISPLAY 'TABLE DES SEJOURS OUVERTS PLEINE (200), '
                      'ENTREE IGNOREE : ' FS-IMMATM
           EXIT.

      * RECHERCHE L'ENTREE CORRESPONDANT A LA SORTIE LUE (MEME
      * PLAQUE, MEME SITE) ; UNE SORTIE SANS ENTREE APPARIEE EST
      * COMPTEE EN ANOMALIE ET N'EST PAS FACTUREE.
       3000-SORTIE-DEB.
           MOVE 0 TO WS-IND-TROUVE.
           PERFORM 3010-CHERCHER-ENTREE-DEB
      *       SEULES LES SORTIES DU JOUR SONT FACTUREES : LES
      *       SORTIES PLUS ANCIENNES (SEJOURS DEJA FACTURES LES
      *       JOURS PRECEDENTS) NE FONT QUE LIBERER L'ENTREE.
      *       LES PLAQUES FLOTTE SONT CUMULEES POUR LE RELEVE
      *       MENSUEL AU LIEU D'ETRE FACTUREES A LA SORTIE.
              IF FS-DATEM = WS-DATE-REF
                 MOVE 0 TO WS-PLQ-TROUVEE
                 PERFORM 3030-CHERCHER-FLOTTE-DEB
                    THRU 3030-CHERCHER-FLOTTE-FIN
                    VARYING WS-IND-PLQ FROM 1 BY 1
                    UNTIL WS-IND-PLQ > WS-NB-PLAQUES
                    OR WS-PLQ-TROUVEE > 0
                 IF WS-PLQ-TROUVEE > 0
                    PERFORM 4200-CUMULER-FLOTTE-DEB
                       THRU 4200-CUMULER-FLOTTE-FIN
                 ELSE
                    PERFORM 4000-FACTURER-SEJOUR-DEB
                       THRU 4000-FACTURER-SEJOUR-FIN
                 END-IF
              END-IF
              PERFORM 3020-RETIRER-ENTREE-DEB
                 THRU 3020-RETIRER-ENTREE-FIN

       3010-CHERCHER-ENTREE-DEB.
           IF WS-SEJ-IMMAT(WS-IND-SEJOUR) = FS-IMMATM
              AND WS-SEJ-SITE(WS-IND-SEJOUR) = FS-SITEM
              MOVE WS-IND-SEJOUR TO WS-IND-TROUVE
           END-IF.
       3010-CHERCHER-ENTREE-FIN.
       3020-RETIRER-ENTREE-FIN.
           EXIT.

       3030-CHERCHER-FLOTTE-DEB.
           IF WS-PLQ-IMMAT(WS-IND-PLQ) = FS-IMMATM
              MOVE WS-IND-PLQ TO WS-PLQ-TROUVEE
           END-IF.
       3030-CHERCHER-FLOTTE-FIN.
           EXIT.

      * SORTIE MANUELLE : L'ENTREE EVENTUELLE EST LIBEREE (LE
      * SEJOUR N'EST PAS FACTURE A LA DUREE) ET, SI LA SORTIE EST
      * DU JOUR, UNE LIGNE AU FORFAIT EST ECRITE -- MEME SANS
      * ENTREE APPARIEE, LE VEHICULE ETANT SORTI.
       3100-SORTIE-MANUELLE-DEB.
           MOVE 0 TO WS-IND-TROUVE.
           PERFORM 3010-CHERCHER-ENTREE-DEB
              THRU 3010-CHERCHER-ENTREE-FIN
              VARYING WS-IND-SEJOUR FROM 1 BY 1
              UNTIL WS-IND-SEJOUR > WS-NB-OUVERTS
              OR WS-IND-TROUVE > 0.
           IF FS-DATEM = WS-DATE-REF
              PERFORM 4100-FACTURER-FORFAIT-DEB
                 THRU 4100-FACTURER-FORFAIT-FIN
           END-IF.
           IF WS-IND-TROUVE > 0
              PERFORM 3020-RETIRER-ENTREE-DEB
                 THRU 3020-RETIRER-ENTREE-FIN
           END-IF.
       3100-SORTIE-MANUELLE-FIN.
           EXIT.

       4000-FACTURER-SEJOUR-DEB.
           MOVE WS-TAUX-HORAIRE TO WS-TAUX-SEJOUR.
           PERFORM 4010-CALCULER-MONTANT-DEB
              THRU 4010-CALCULER-MONTANT-FIN.

           MOVE SPACES TO FS-ENR-FACTU.
           MOVE FS-IMMATM                     TO FS-FAC-IMMAT.
           MOVE WS-SEJ-DATE-E(WS-IND-TROUVE)  TO FS-FAC-DATE-E.
           MOVE WS-SEJ-HEURE-E(WS-IND-TROUVE) TO FS-FAC-HEURE-E.
           MOVE FS-DATEM                      TO FS-FAC-DATE-S.
           MOVE FS-HEUREM                     TO FS-FAC-HEURE-S.
           MOVE WS-DUREE-MINUTES              TO FS-FAC-MINUTES.
           MOVE WS-MONTANT-SEJOUR             TO FS-FAC-MONTANT.
           MOVE 'S'                           TO FS-FAC-TYPE.
           MOVE FS-SITEM                      TO FS-FAC-SITE.
           WRITE FS-ENR-FACTU.

           ADD 1 TO WS-NB-SEJOURS.
           ADD WS-MONTANT-SEJOUR TO WS-RECETTE-JOUR.
           IF WS-SIT-COURANT > 0
              ADD 1 TO WS-SIT-SEJOURS(WS-SIT-COURANT)
              ADD WS-MONTANT-SEJOUR TO WS-SIT-RECETTE(WS-SIT-COURANT)
           END-IF.
       4000-FACTURER-SEJOUR-FIN.
           EXIT.

      * DUREE EN MINUTES ENTRE L'ENTREE ET LA SORTIE, PUIS MONTANT
      * AU TAUX WS-TAUX-SEJOUR PAR HEURE ENTAMEE, PLAFONNE PAR
      * JOURNEE ENTAMEE.
       4010-CALCULER-MONTANT-DEB.
           COMPUTE WS-JULIEN-E = FUNCTION INTEGER-OF-DATE
                   (WS-SEJ-DATE-E(WS-IND-TROUVE)).
           COMPUTE WS-JULIEN-S = FUNCTION INTEGER-OF-DATE(FS-DATEM).
           COMPUTE WS-JOURS-ENTAMES =
                   (WS-HEURES-ENTAMEES + 23) / 24.
           COMPUTE WS-MONTANT-SEJOUR =
                   WS-TAUX-SEJOUR * WS-HEURES-ENTAMEES.
           COMPUTE WS-PLAFOND-SEJOUR =
                   WS-PLAFOND-JOUR * WS-JOURS-ENTAMES.
           IF WS-MONTANT-SEJOUR > WS-PLAFOND-SEJOUR
              MOVE WS-PLAFOND-SEJOUR TO WS-MONTANT-SEJOUR
           END-IF.
       4010-CALCULER-MONTANT-FIN.
           EXIT.

      * LIGNE AU FORFAIT D'UNE SORTIE MANUELLE : LE FORFAIT PORTE
      * PAR LE MOUVEMENT (CELUI EN VIGUEUR A LA SORTIE), A DEFAUT
      * CELUI DU TARIF ; LA DATE D'ENTREE EST CELLE DU SEJOUR
      * APPARIE S'IL Y EN A UN, A ZERO SINON.
       4100-FACTURER-FORFAIT-DEB.
           IF FS-FORFAITM IS NUMERIC
              MOVE FS-FORFAITM TO WS-MONTANT-SEJOUR
           ELSE
              MOVE WS-FORFAIT-PERDU TO WS-MONTANT-SEJOUR
           END-IF.

           MOVE SPACES TO FS-ENR-FACTU.
           MOVE FS-IMMATM TO FS-FAC-IMMAT.
           IF WS-IND-TROUVE > 0
              MOVE WS-SEJ-DATE-E(WS-IND-TROUVE)  TO FS-FAC-DATE-E
              MOVE WS-SEJ-HEURE-E(WS-IND-TROUVE) TO FS-FAC-HEURE-E
           ELSE
              MOVE 0 TO FS-FAC-DATE-E
              MOVE 0 TO FS-FAC-HEURE-E
           END-IF.
           MOVE FS-DATEM          TO FS-FAC-DATE-S.
           MOVE FS-HEUREM         TO FS-FAC-HEURE-S.
           MOVE 0                 TO FS-FAC-MINUTES.
           MOVE WS-MONTANT-SEJOUR TO FS-FAC-MONTANT.
           MOVE 'M'               TO FS-FAC-TYPE.
           MOVE FS-MOTIFM         TO FS-FAC-MOTIF.
           MOVE FS-OPERM          TO FS-FAC-OPERATEUR.
           MOVE FS-SITEM          TO FS-FAC-SITE.
           WRITE FS-ENR-FACTU.

           ADD 1 TO WS-NB-MANUELLES.
           ADD WS-MONTANT-SEJOUR TO WS-RECETTE-FORFAITS.
           ADD WS-MONTANT-SEJOUR TO WS-RECETTE-JOUR.
           IF WS-SIT-COURANT > 0
              ADD 1 TO WS-SIT-MANUELLES(WS-SIT-COURANT)
              ADD WS-MONTANT-SEJOUR TO WS-SIT-RECETTE(WS-SIT-COURANT)
           END-IF.
       4100-FACTURER-FORFAIT-FIN.
           EXIT.

      * SEJOUR D'UNE PLAQUE FLOTTE : VALORISE AU TAUX NEGOCIE DE
      * SON COMPTE ET CUMULE POUR LE RELEVE MENSUEL, HORS RECETTE
      * DU JOUR (LE COMPTE SERA FACTURE EN FIN DE MOIS).
       4200-CUMULER-FLOTTE-DEB.
           MOVE WS-PLQ-TAUX(WS-PLQ-TROUVEE) TO WS-TAUX-SEJOUR.
           PERFORM 4010-CALCULER-MONTANT-DEB
              THRU 4010-CALCULER-MONTANT-FIN.
           IF WS-FLOTTE-DEJA NOT = 'O'
              ADD 1 TO WS-NB-FLOTTE
              ADD WS-MONTANT-SEJOUR TO WS-CUMUL-FLOTTE
              IF WS-SIT-COURANT > 0
                 ADD 1 TO WS-SIT-FLOTTE(WS-SIT-COURANT)
              END-IF
              MOVE SPACES TO FS-ENR-FSJ
              MOVE WS-PLQ-COMPTE(WS-PLQ-TROUVEE) TO FS-FSJ-COMPTE
              MOVE FS-IMMATM                     TO FS-FSJ-IMMAT
              MOVE WS-SEJ-DATE-E(WS-IND-TROUVE)  TO FS-FSJ-DATE-E
              MOVE WS-SEJ-HEURE-E(WS-IND-TROUVE) TO FS-FSJ-HEURE-E
              MOVE FS-DATEM                      TO FS-FSJ-DATE-S
              MOVE FS-HEUREM                     TO FS-FSJ-HEURE-S
              MOVE WS-DUREE-MINUTES              TO FS-FSJ-MINUTES
              MOVE WS-MONTANT-SEJOUR             TO FS-FSJ-MONTANT
              WRITE FS-ENR-FSJ
           END-IF.
       4200-CUMULER-FLOTTE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'MOUVEMENTS LUS          : ' WS-NB-MVT-LUS.
           PERFORM 8995-STATISTIQUES-SITE-DEB
              THRU 8995-STATISTIQUES-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES.
           DISPLAY '--- CONSOLIDE TOUS SITES ---'.
           DISPLAY 'SEJOURS FACTURES        : ' WS-NB-SEJOURS.
           DISPLAY 'SORTIES SANS ENTREE     : ' WS-NB-SANS-ENTREE.
           DISPLAY 'SORTIES MANUELLES (M)   : ' WS-NB-MANUELLES.
           DISPLAY 'DONT FORFAITS           : ' WS-RECETTE-FORFAITS.
           DISPLAY 'SEJOURS FLOTTE CUMULES  : ' WS-NB-FLOTTE.
           DISPLAY 'MONTANT FLOTTE CUMULE   : ' WS-CUMUL-FLOTTE.
           DISPLAY 'VEHICULES ENCORE PRESENTS : ' WS-NB-PRESENTS.
           DISPLAY 'RECETTE DE LA JOURNEE   : ' WS-RECETTE-JOUR.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LA
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       8995-STATISTIQUES-SITE-DEB.
           DISPLAY '--- SITE ' WS-SIT-CODE(WS-IND-SIT) ' ---'.
           DISPLAY 'SEJOURS FACTURES        : '
                   WS-SIT-SEJOURS(WS-IND-SIT).
           DISPLAY 'SORTIES MANUELLES (M)   : '
                   WS-SIT-MANUELLES(WS-IND-SIT).
           DISPLAY 'SEJOURS FLOTTE CUMULES  : '
                   WS-SIT-FLOTTE(WS-IND-SIT).
           DISPLAY 'RECETTE DE LA JOURNEE   : '
                   WS-SIT-RECETTE(WS-IND-SIT).
       8995-STATISTIQUES-SITE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '*********************************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID    .
