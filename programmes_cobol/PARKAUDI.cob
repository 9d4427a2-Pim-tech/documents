      *     VOITURES ABANDONNEES NE SE CHERCHENT PLUS A LA
      *     LAMPE TORCHE. LA TAILLE DU PARKING EST LUE DANS
      *     PARKCONFIG.TXT, COMME DANS LE PROGRAMME PARKING.
      *
      *     MULTI-SITES : PARKCONFIG.TXT PORTE UNE LIGNE PAR SITE
      *     (CODE SITE EN FIN DE LIGNE, A BLANC = SITE PRINCIPAL
      *     '01'). LE JOURNAL, LES PLACES HORS SERVICE ET LE
      *     PANNEAU PORTENT LE SITE ; L'AUDIT EST MENE SITE PAR
      *     SITE, LE PANNEAU RECONSTRUIT POUR TOUS LES SITES, ET
      *     LE BILAN DONNE CHAQUE SITE PUIS LE TOTAL CONSOLIDE.
      *     UN MOUVEMENT D'UN SITE ABSENT DE LA CONFIGURATION EST
      *     COMPTE A PART ET N'EST PAS REJOUE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD FIC-CONFIG-PARKING RECORDING MODE IS F.
       01  FS-ENR-CONFIG.
           05 FS-CTL-NB-PLACES PIC 99.
           05 FILLER PIC X(1).
           05 FS-CTL-SEUIL-ALERTE PIC 99.
           05 FILLER PIC X(1).
           05 FS-CTL-SITE PIC X(2).

       FD FIC-PLACES-LIBRES RECORDING MODE IS F.
       01  FS-ENR-PLACES.
           05 FS-PLB-NIVEAU PIC 99.
           05 FILLER PIC X(1).
           05 FS-PLB-LIBRES PIC 99.
           05 FILLER PIC X(1).
           05 FS-PLB-SITE PIC X(2).

       FD FIC-PLACES-HS RECORDING MODE IS F.
       01  FS-ENR-HS.
           05 FS-HS-DEBUT  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HS-FIN    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HS-SITE   PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKAUDI'.
       01  WS-NB-ETAGES PIC 99 VALUE 2.
       01  WS-NB-PLACES PIC 99 VALUE 10.

      * UNE ENTREE PAR SITE DE PARKCONFIG.TXT (9 AU PLUS) : TAILLE,
      * COMPTEURS DU BILAN, ET PAR NIVEAU L'OCCUPATION REJOUEE
      * DEPUIS LE JOURNAL ET LES PLACES LIBRES LUES AU PANNEAU.
       01  WS-SITE-PRINCIPAL PIC X(2) VALUE '01'.
       01  WS-SITE-LU        PIC X(2).
       01  WS-SITES.
           05 WS-NB-SITES PIC 9 VALUE 0.
           05 WS-SIT OCCURS 9 TIMES.
               10 WS-SIT-CODE        PIC X(2).
               10 WS-SIT-NB-ETAGES   PIC 99.
               10 WS-SIT-NB-PLACES   PIC 99.
               10 WS-SIT-MVT-LUS     PIC 9(7).
               10 WS-SIT-DIVERGENCES PIC 9(3).
               10 WS-SIT-PRESENTS    PIC 9(3).
               10 WS-SIT-ABANDONNES  PIC 9(3).
               10 WS-NIV OCCURS 20 TIMES.
                   15 WS-NIV-OCCUPES  PIC S9(5).
                   15 WS-NIV-FERMEES  PIC 9(3).
                   15 WS-NIV-PANNEAU  PIC S9(3).
                   15 WS-NIV-VU-PANNEAU PIC X.
       01  WS-IND-SIT        PIC 99.
       01  WS-SIT-COURANT    PIC 9.
       01  WS-IND-NIV        PIC 99.
       01  WS-LIBRES-JOURNAL PIC S9(3).
       01  WS-STATUS-HS      PIC XX.
               10 WS-PRE-IMMAT  PIC X(10).
               10 WS-PRE-NIVEAU PIC 99.
               10 WS-PRE-DATE-E PIC 9(8).
               10 WS-PRE-SIT    PIC 9.
       01  WS-IND-PRE        PIC 9(3).
       01  WS-IND-PRE-TROUVE PIC 9(3).

           05 WS-NB-SANS-ENTREE  PIC 9(5) VALUE 0.
           05 WS-NB-DIVERGENCES  PIC 9(3) VALUE 0.
           05 WS-NB-ABANDONNES   PIC 9(3) VALUE 0.
           05 WS-NB-SITE-INCONNU PIC 9(5) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
       0000-PARKAUDI-FIN.
           EXIT.

      * TOUTES LES LIGNES DE LA CONFIGURATION SONT CHARGEES, UNE
      * PAR SITE ; SANS FICHIER, UN SEUL SITE PRINCIPAL AUX
      * DIMENSIONS PAR DEFAUT.
       0010-LIRE-CONFIG-DEB.
           OPEN INPUT FIC-CONFIG-PARKING.
           IF WS-STATUS-CONFIG = '00'
              PERFORM 0011-LIGNE-CONFIG-DEB
                 THRU 0011-LIGNE-CONFIG-FIN
                 UNTIL WS-STATUS-CONFIG NOT = '00'
              CLOSE FIC-CONFIG-PARKING
           END-IF.
           IF WS-NB-SITES = 0
              MOVE 1                 TO WS-NB-SITES
              MOVE WS-SITE-PRINCIPAL TO WS-SIT-CODE(1)
              MOVE 2                 TO WS-SIT-NB-ETAGES(1)
              MOVE 10                TO WS-SIT-NB-PLACES(1)
           END-IF.
           PERFORM 0020-RAZ-SITE-DEB
              THRU 0020-RAZ-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES.
       0010-LIRE-CONFIG-FIN.
           EXIT.

       0011-LIGNE-CONFIG-DEB.
           READ FIC-CONFIG-PARKING
              AT END
                 MOVE '10' TO WS-STATUS-CONFIG
           END-READ.
           IF WS-STATUS-CONFIG = '00'
              MOVE FS-CTL-SITE TO WS-SITE-LU
              IF WS-SITE-LU = SPACES
                 MOVE WS-SITE-PRINCIPAL TO WS-SITE-LU
              END-IF
              PERFORM 0015-TROUVER-SITE-DEB
                 THRU 0015-TROUVER-SITE-FIN
              IF WS-SIT-COURANT > 0
                 DISPLAY 'SITE ' WS-SITE-LU ' EN DOUBLE DANS LA '
                         'CONFIGURATION, PREMIERE LIGNE RETENUE'
              ELSE
                 IF WS-NB-SITES = 9
                    DISPLAY 'PLUS DE 9 SITES CONFIGURES, SITE '
                            WS-SITE-LU ' IGNORE'
                 ELSE
                    MOVE FS-CTL-NB-ETAGES TO WS-NB-ETAGES
                    MOVE FS-CTL-NB-PLACES TO WS-NB-PLACES
                    IF WS-NB-ETAGES < 1 OR WS-NB-ETAGES > 20
                       OR WS-NB-PLACES < 1 OR WS-NB-PLACES > 50
                        DISPLAY 'CONFIGURATION PARKING HORS BORNES, '
                                'SITE ' WS-SITE-LU
                                ', VALEURS PAR DEFAUT CONSERVEES'
                        MOVE 2  TO WS-NB-ETAGES
                        MOVE 10 TO WS-NB-PLACES
                    END-IF
                    ADD 1 TO WS-NB-SITES
                    MOVE WS-SITE-LU   TO WS-SIT-CODE(WS-NB-SITES)
                    MOVE WS-NB-ETAGES TO WS-SIT-NB-ETAGES(WS-NB-SITES)
                    MOVE WS-NB-PLACES TO WS-SIT-NB-PLACES(WS-NB-SITES)
                 END-IF
              END-IF
           END-IF.
       0011-LIGNE-CONFIG-FIN.
           EXIT.

      * RANG DU SITE WS-SITE-LU DANS LA TABLE, 0 SI INCONNU.
       0015-TROUVER-SITE-DEB.
           MOVE 0 TO WS-SIT-COURANT.
           PERFORM 0016-COMPARER-SITE-DEB
              THRU 0016-COMPARER-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES
              OR WS-SIT-COURANT > 0.
       0015-TROUVER-SITE-FIN.
           EXIT.

       0016-COMPARER-SITE-DEB.
           IF WS-SIT-CODE(WS-IND-SIT) = WS-SITE-LU
              MOVE WS-IND-SIT TO WS-SIT-COURANT
           END-IF.
       0016-COMPARER-SITE-FIN.
           EXIT.

       0020-RAZ-SITE-DEB.
           MOVE WS-IND-SIT TO WS-SIT-COURANT.
           MOVE 0 TO WS-SIT-MVT-LUS(WS-SIT-COURANT).
           MOVE 0 TO WS-SIT-DIVERGENCES(WS-SIT-COURANT).
           MOVE 0 TO WS-SIT-PRESENTS(WS-SIT-COURANT).
           MOVE 0 TO WS-SIT-ABANDONNES(WS-SIT-COURANT).
           PERFORM 0021-RAZ-NIVEAU-DEB
              THRU 0021-RAZ-NIVEAU-FIN
              VARYING WS-IND-NIV FROM 1 BY 1
              UNTIL WS-IND-NIV > 20.
       0020-RAZ-SITE-FIN.
           EXIT.

       0021-RAZ-NIVEAU-DEB.
           MOVE 0 TO WS-NIV-OCCUPES(WS-SIT-COURANT, WS-IND-NIV).
           MOVE 0 TO WS-NIV-FERMEES(WS-SIT-COURANT, WS-IND-NIV).
           MOVE 0 TO WS-NIV-PANNEAU(WS-SIT-COURANT, WS-IND-NIV).
           MOVE 'N' TO WS-NIV-VU-PANNEAU(WS-SIT-COURANT, WS-IND-NIV).
       0021-RAZ-NIVEAU-FIN.
           EXIT.

      * FERMETURES ACTIVES AU JOUR DE L'AUDIT (STATUT 'F', DATE
           END-READ.
           IF WS-STATUS-HS = '00'
              AND FS-HS-STATUT = 'F'
              AND WS-DATE-JOUR NOT < FS-HS-DEBUT
              AND WS-DATE-JOUR NOT > FS-HS-FIN
              MOVE FS-HS-SITE TO WS-SITE-LU
              IF WS-SITE-LU = SPACES
                 MOVE WS-SITE-PRINCIPAL TO WS-SITE-LU
              END-IF
              PERFORM 0015-TROUVER-SITE-DEB
                 THRU 0015-TROUVER-SITE-FIN
              IF WS-SIT-COURANT NOT = 0
                 IF FS-HS-NIVEAU >= 1
                    AND FS-HS-NIVEAU <= WS-SIT-NB-ETAGES(WS-SIT-COURANT)
                    AND FS-HS-PLACE >= 1
                    AND FS-HS-PLACE <= WS-SIT-NB-PLACES(WS-SIT-COURANT)
                    ADD 1
                      TO WS-NIV-FERMEES(WS-SIT-COURANT, FS-HS-NIVEAU)
                    ADD 1 TO WS-NB-PLACES-HS
                 END-IF
              END-IF
           END-IF.
       0035-CHARGER-PLACE-HS-FIN.
           END-READ.
           IF WS-STATUS-MVTP = '00'
              ADD 1 TO WS-NB-MVT-LUS
              MOVE FS-SITEM TO WS-SITE-LU
              IF WS-SITE-LU = SPACES
                 MOVE WS-SITE-PRINCIPAL TO WS-SITE-LU
              END-IF
              PERFORM 0015-TROUVER-SITE-DEB
                 THRU 0015-TROUVER-SITE-FIN
              IF WS-SIT-COURANT = 0
                 ADD 1 TO WS-NB-SITE-INCONNU
              ELSE
                 ADD 1 TO WS-SIT-MVT-LUS(WS-SIT-COURANT)
                 IF FS-NIVEAUM >= 1
                    AND FS-NIVEAUM <= WS-SIT-NB-ETAGES(WS-SIT-COURANT)
                    EVALUATE FS-TYPEM
                        WHEN 'E' PERFORM 1100-ENTREE-DEB
                                    THRU 1100-ENTREE-FIN
                        WHEN 'S'
                        WHEN 'M' PERFORM 1200-SORTIE-DEB
                                    THRU 1200-SORTIE-FIN
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.
       1010-MOUVEMENT-FIN.
           EXIT.

       1100-ENTREE-DEB.
           ADD 1 TO WS-NIV-OCCUPES(WS-SIT-COURANT, FS-NIVEAUM).
           IF WS-NB-PRESENTS < 200
              ADD 1 TO WS-NB-PRESENTS
              MOVE FS-IMMATM  TO WS-PRE-IMMAT(WS-NB-PRESENTS)
              MOVE FS-NIVEAUM TO WS-PRE-NIVEAU(WS-NB-PRESENTS)
              MOVE FS-DATEM   TO WS-PRE-DATE-E(WS-NB-PRESENTS)
              MOVE WS-SIT-COURANT TO WS-PRE-SIT(WS-NB-PRESENTS)
           ELSE
              DISPLAY 'TABLE DES PRESENCES PLEINE (200), ENTREE '
                      'NON SUIVIE : ' FS-IMMATM
           EXIT.

       1200-SORTIE-DEB.
           SUBTRACT 1 FROM WS-NIV-OCCUPES(WS-SIT-COURANT, FS-NIVEAUM).
           MOVE 0 TO WS-IND-PRE-TROUVE.
           PERFORM 1210-CHERCHER-PRESENCE-DEB
              THRU 1210-CHERCHER-PRESENCE-FIN

       1210-CHERCHER-PRESENCE-DEB.
           IF WS-PRE-IMMAT(WS-IND-PRE) = FS-IMMATM
              AND WS-PRE-SIT(WS-IND-PRE) = WS-SIT-COURANT
              MOVE WS-IND-PRE TO WS-IND-PRE-TROUVE
           END-IF.
       1210-CHERCHER-PRESENCE-FIN.
              DISPLAY 'FICHIER DU PANNEAU ABSENT OU ILLISIBLE, '
                      'IL SERA RECONSTRUIT'
           END-IF.
           PERFORM 2050-CONFRONTER-SITE-DEB
              THRU 2050-CONFRONTER-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES.
       2000-CONFRONTER-PANNEAU-FIN.
           EXIT.

       2050-CONFRONTER-SITE-DEB.
           MOVE WS-IND-SIT TO WS-SIT-COURANT.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CONFRONTATION JOURNAL / PANNEAU, SITE '
                   WS-SIT-CODE(WS-SIT-COURANT) ' :'.
           MOVE WS-SIT-NB-PLACES(WS-SIT-COURANT) TO WS-NB-PLACES.
           PERFORM 2100-CONTROLER-NIVEAU-DEB
              THRU 2100-CONTROLER-NIVEAU-FIN
              VARYING WS-IND-NIV FROM 1 BY 1
              UNTIL WS-IND-NIV > WS-SIT-NB-ETAGES(WS-SIT-COURANT).
       2050-CONFRONTER-SITE-FIN.
           EXIT.

       2010-LIGNE-PANNEAU-DEB.
                 MOVE '10' TO WS-STATUS-PLACES
           END-READ.
           IF WS-STATUS-PLACES = '00'
              MOVE FS-PLB-SITE TO WS-SITE-LU
              IF WS-SITE-LU = SPACES
                 MOVE WS-SITE-PRINCIPAL TO WS-SITE-LU
              END-IF
              PERFORM 0015-TROUVER-SITE-DEB
                 THRU 0015-TROUVER-SITE-FIN
              IF WS-SIT-COURANT NOT = 0
                 IF FS-PLB-NIVEAU >= 1
                    AND FS-PLB-NIVEAU
                        <= WS-SIT-NB-ETAGES(WS-SIT-COURANT)
                    MOVE FS-PLB-LIBRES
                      TO WS-NIV-PANNEAU(WS-SIT-COURANT, FS-PLB-NIVEAU)
                    MOVE 'O' TO
                       WS-NIV-VU-PANNEAU(WS-SIT-COURANT, FS-PLB-NIVEAU)
                 END-IF
              END-IF
           END-IF.
       2010-LIGNE-PANNEAU-FIN.
      *    PANNEAU (TENU PAR LE PROGRAMME PARKING) NE LES COMPTE
      *    JAMAIS LIBRES, L'AUDIT NON PLUS.
           COMPUTE WS-CAPACITE-NIV =
                   WS-NB-PLACES
                 - WS-NIV-FERMEES(WS-SIT-COURANT, WS-IND-NIV).
           IF WS-CAPACITE-NIV < 0
              MOVE 0 TO WS-CAPACITE-NIV
           END-IF.
           COMPUTE WS-LIBRES-JOURNAL =
                   WS-CAPACITE-NIV
                 - WS-NIV-OCCUPES(WS-SIT-COURANT, WS-IND-NIV).
           IF WS-LIBRES-JOURNAL < 0
              DISPLAY 'NIVEAU ' WS-IND-NIV ' : OCCUPATION REJOUEE '
                      'SUPERIEURE A LA CAPACITE, RAMENEE A PLEIN'
              MOVE WS-CAPACITE-NIV TO WS-LIBRES-JOURNAL
           END-IF.
           EVALUATE TRUE
              WHEN WS-NIV-VU-PANNEAU(WS-SIT-COURANT, WS-IND-NIV)
                   = 'N'
                 ADD 1 TO WS-NB-DIVERGENCES
                 ADD 1 TO WS-SIT-DIVERGENCES(WS-SIT-COURANT)
                 DISPLAY 'NIVEAU ' WS-IND-NIV ' : ABSENT DU '
                         'PANNEAU, JOURNAL ' WS-LIBRES-JOURNAL
                         ' PLACE(S) LIBRE(S)'
              WHEN WS-NIV-PANNEAU(WS-SIT-COURANT, WS-IND-NIV)
                   NOT = WS-LIBRES-JOURNAL
                 ADD 1 TO WS-NB-DIVERGENCES
                 ADD 1 TO WS-SIT-DIVERGENCES(WS-SIT-COURANT)
                 DISPLAY 'NIVEAU ' WS-IND-NIV ' : PANNEAU '
                         WS-NIV-PANNEAU(WS-SIT-COURANT, WS-IND-NIV)
                         ', JOURNAL ' WS-LIBRES-JOURNAL
                         ' -- DIVERGENCE'
              WHEN OTHER
                         WS-LIBRES-JOURNAL ' PLACE(S) LIBRE(S))'
           END-EVALUATE.
      *    LE RESULTAT REJOUE EST GARDE POUR LA RECONSTRUCTION.
           MOVE WS-LIBRES-JOURNAL
             TO WS-NIV-PANNEAU(WS-SIT-COURANT, WS-IND-NIV).
       2100-CONTROLER-NIVEAU-FIN.
           EXIT.

      * RECONSTRUCTION DU FICHIER DU PANNEAU DEPUIS LE JOURNAL :
      * UNE LIGNE PAR SITE ET NIVEAU, COMME L'ECRIT LE PROGRAMME
      * PARKING.
       3000-RECONSTRUIRE-PANNEAU-DEB.
           OPEN OUTPUT FIC-PLACES-LIBRES.
           PERFORM 3005-ECRIRE-SITE-DEB
              THRU 3005-ECRIRE-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES.
           CLOSE FIC-PLACES-LIBRES.
           DISPLAY 'FICHIER DU PANNEAU RECONSTRUIT DEPUIS LE '
                   'JOURNAL'.
       3000-RECONSTRUIRE-PANNEAU-FIN.
           EXIT.

       3005-ECRIRE-SITE-DEB.
           MOVE WS-IND-SIT TO WS-SIT-COURANT.
           PERFORM 3010-ECRIRE-NIVEAU-DEB
              THRU 3010-ECRIRE-NIVEAU-FIN
              VARYING WS-IND-NIV FROM 1 BY 1
              UNTIL WS-IND-NIV > WS-SIT-NB-ETAGES(WS-SIT-COURANT).
       3005-ECRIRE-SITE-FIN.
           EXIT.

       3010-ECRIRE-NIVEAU-DEB.
           MOVE SPACES                      TO FS-ENR-PLACES.
           MOVE WS-IND-NIV                  TO FS-PLB-NIVEAU.
           MOVE WS-NIV-PANNEAU(WS-SIT-COURANT, WS-IND-NIV)
                                            TO FS-PLB-LIBRES.
           MOVE WS-SIT-CODE(WS-SIT-COURANT) TO FS-PLB-SITE.
           WRITE FS-ENR-PLACES.
       3010-ECRIRE-NIVEAU-FIN.
           EXIT.
                   FUNCTION INTEGER-OF-DATE
                   (WS-PRE-DATE-E(WS-IND-PRE)).
           COMPUTE WS-AGE-JOURS = WS-JULIEN-JOUR - WS-JULIEN-ENTREE.
           MOVE WS-PRE-SIT(WS-IND-PRE) TO WS-SIT-COURANT.
           ADD 1 TO WS-SIT-PRESENTS(WS-SIT-COURANT).
           IF WS-AGE-JOURS > WS-AGE-MAXI
              ADD 1 TO WS-NB-ABANDONNES
              ADD 1 TO WS-SIT-ABANDONNES(WS-SIT-COURANT)
              DISPLAY WS-PRE-IMMAT(WS-IND-PRE)
                      ' SITE ' WS-SIT-CODE(WS-SIT-COURANT)
                      ' NIVEAU ' WS-PRE-NIVEAU(WS-IND-PRE)
                      ' : ENTRE LE ' WS-PRE-DATE-E(WS-IND-PRE)
                      ' (' WS-AGE-JOURS ' JOURS)'
           DISPLAY '***************************************'.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           PERFORM 8995-STATISTIQUES-SITE-DEB
              THRU 8995-STATISTIQUES-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES.
           DISPLAY '--- CONSOLIDE TOUS SITES ---'.
           DISPLAY 'MOUVEMENTS REJOUES      : ' WS-NB-MVT-LUS.
           DISPLAY 'MOUVEMENTS SITE INCONNU : ' WS-NB-SITE-INCONNU.
           DISPLAY 'SORTIES SANS ENTREE     : ' WS-NB-SANS-ENTREE.
           DISPLAY 'DIVERGENCES PANNEAU     : ' WS-NB-DIVERGENCES.
           DISPLAY 'VEHICULES PRESENTS      : ' WS-NB-PRESENTS.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       8995-STATISTIQUES-SITE-DEB.
           DISPLAY '--- SITE ' WS-SIT-CODE(WS-IND-SIT) ' ---'.
           DISPLAY 'MOUVEMENTS REJOUES      : '
                   WS-SIT-MVT-LUS(WS-IND-SIT).
           DISPLAY 'DIVERGENCES PANNEAU     : '
                   WS-SIT-DIVERGENCES(WS-IND-SIT).
           DISPLAY 'VEHICULES PRESENTS      : '
                   WS-SIT-PRESENTS(WS-IND-SIT).
           DISPLAY 'PRESENCES ANORMALES     : '
                   WS-SIT-ABANDONNES(WS-IND-SIT).
       8995-STATISTIQUES-SITE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '*********************************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID    .
