      *     LE MOIS EST FOURNI PAR LA VARIABLE D'ENVIRONNEMENT
      *     MOISPARK (AAAAMM) ; A DEFAUT, LE MOIS EN COURS. LA
      *     TAILLE DU PARKING EST LUE DANS PARKCONFIG.TXT.
      *
      *     MULTI-SITES : PARKCONFIG.TXT PORTE UNE LIGNE PAR SITE
      *     ET CHAQUE MOUVEMENT SON CODE SITE (A BLANC = SITE
      *     PRINCIPAL '01'). LE PROFIL ET LES DUREES SONT EDITES
      *     SITE PAR SITE, PUIS POUR L'ENSEMBLE DES SITES (PROFIL
      *     HORAIRE DE L'OCCUPATION TOTALE, DUREES CUMULEES). UN
      *     MOUVEMENT D'UN SITE NON CONFIGURE EST COMPTE A PART.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 FILLER       PIC 9(4).
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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKOCCU'.
           05 WS-DATE-JOUR-MOIS PIC 9(6).
           05 FILLER            PIC 99.

      * UNE ENTREE PAR SITE DE PARKCONFIG.TXT (9 AU PLUS), AVEC
      * SES STATISTIQUES PAR NIVEAU ET PAR TRANCHE HORAIRE :
      * SOMME ET NOMBRE D'ECHANTILLONS D'OCCUPATION (UN PAR
      * HEURE PLEINE DU MOIS), POINTE, ET NOMBRE D'ENTREES DE
      * LA TRANCHE ; PUIS LA DISTRIBUTION DES DUREES DU SITE.
       01  WS-SITE-PRINCIPAL PIC X(2) VALUE '01'.
       01  WS-SITE-LU        PIC X(2).
       01  WS-STATS.
           05 WS-NB-SITES PIC 9.
           05 WS-SIT OCCURS 9 TIMES.
               10 WS-SIT-CODE      PIC X(2).
               10 WS-SIT-NB-ETAGES PIC 99.
               10 WS-NIV-STAT OCCURS 20 TIMES.
                   15 WS-HEURE-STAT OCCURS 24 TIMES.
                       20 WS-HS-SOMME   PIC 9(9).
                       20 WS-HS-NB      PIC 9(5).
                       20 WS-HS-POINTE  PIC 9(3).
                       20 WS-HS-ENTREES PIC 9(5).
               10 WS-SIT-DUREES.
                   15 WS-SIT-MOINS-1H  PIC 9(5).
                   15 WS-SIT-1-A-4H    PIC 9(5).
                   15 WS-SIT-4-A-24H   PIC 9(5).
                   15 WS-SIT-PLUS-24H  PIC 9(5).
      *    MEMES STATISTIQUES POUR L'OCCUPATION TOTALE DE TOUS
      *    LES SITES, ECHANTILLONNEE AUX MEMES HEURES PLEINES.
           05 WS-TOT-STAT OCCURS 24 TIMES.
               10 WS-TOT-SOMME   PIC 9(9).
               10 WS-TOT-NB      PIC 9(5).
               10 WS-TOT-POINTE  PIC 9(5).
               10 WS-TOT-ENTREES PIC 9(5).
       01  WS-IND-SIT     PIC 99.
       01  WS-SIT-COURANT PIC 9.
       01  WS-OCC-TOTALE  PIC S9(7).
       01  WS-IND-NIV   PIC 99.
       01  WS-IND-HEURE PIC 99.
       01  WS-HEURE-1   PIC 99.

      * OCCUPATION COURANTE PAR SITE ET NIVEAU AU FIL DU REJEU.
       01  WS-OCCUPATION.
           05 WS-OCC-SIT OCCURS 9 TIMES.
               10 WS-OCC-NIV PIC S9(5) OCCURS 20 TIMES.

      * POSITION COURANTE DU REJEU EN HEURES ABSOLUES (JOUR
      * JULIEN * 24 + HEURE) ET BORNES HORAIRES DU MOIS RAPPORTE.
           05 WS-PRE OCCURS 200 TIMES.
               10 WS-PRE-IMMAT PIC X(10).
               10 WS-PRE-IDX   PIC 9(9).
               10 WS-PRE-SIT   PIC 9.
       01  WS-IND-PRE        PIC 9(3).
       01  WS-IND-PRE-TROUVE PIC 9(3).
       01  WS-DUREE-HEURES   PIC S9(7).

      * DISTRIBUTION DES DUREES DES SEJOURS CLOS DANS LE MOIS,
      * TOUS SITES CONFONDUS.
       01  WS-DUREES.
           05 WS-DUR-MOINS-1H  PIC 9(5) VALUE 0.
           05 WS-DUR-1-A-4H    PIC 9(5) VALUE 0.
           05 WS-DUR-PLUS-24H  PIC 9(5) VALUE 0.

       01  WS-NB-MVT-LUS     PIC 9(7) VALUE 0.
       01  WS-NB-SITE-INCONNU PIC 9(5) VALUE 0.
       01  WS-OCC-MOYENNE    PIC 9(3)V9.
       01  WS-MOYENNE-ED     PIC ZZ9.9.
       01  WS-MEILLEURE-HEURE PIC 99.
           END-IF.
           DISPLAY 'MOIS RAPPORTE : ' WS-MOIS-RAPPORT.

      *    UNE LIGNE DE CONFIGURATION PAR SITE ; SANS FICHIER,
      *    UN SEUL SITE PRINCIPAL AUX DIMENSIONS PAR DEFAUT.
           MOVE ZERO TO WS-STATS.
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
           END-IF.

      *    BORNES HORAIRES DU MOIS : DU 1ER A 0 HEURE AU DERNIER
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CALCUL).
           COMPUTE WS-IDX-FIN = WS-JULIEN * 24 - 1.

           PERFORM 0020-RAZ-OCCUPATION-DEB
              THRU 0020-RAZ-OCCUPATION-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > 9.
       0010-PREPARER-FIN.
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
              IF WS-SIT-COURANT > 0 OR WS-NB-SITES = 9
                 DISPLAY 'SITE ' WS-SITE-LU ' EN DOUBLE OU AU-DELA '
                         'DE 9 SITES, LIGNE IGNOREE'
              ELSE
                 MOVE FS-CTL-NB-ETAGES TO WS-NB-ETAGES
                 IF WS-NB-ETAGES < 1 OR WS-NB-ETAGES > 20
                    MOVE 2 TO WS-NB-ETAGES
                 END-IF
                 ADD 1 TO WS-NB-SITES
                 MOVE WS-SITE-LU   TO WS-SIT-CODE(WS-NB-SITES)
                 MOVE WS-NB-ETAGES TO WS-SIT-NB-ETAGES(WS-NB-SITES)
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

       0020-RAZ-OCCUPATION-DEB.
           PERFORM 0021-RAZ-NIVEAU-DEB
              THRU 0021-RAZ-NIVEAU-FIN
              VARYING WS-IND-NIV FROM 1 BY 1
              UNTIL WS-IND-NIV > 20.
       0020-RAZ-OCCUPATION-FIN.
           EXIT.

       0021-RAZ-NIVEAU-DEB.
           MOVE 0 TO WS-OCC-NIV(WS-IND-SIT, WS-IND-NIV).
       0021-RAZ-NIVEAU-FIN.
           EXIT.

       1000-REJOUER-JOURNAL-DEB.
           OPEN INPUT FIC-MVT-PARKING.
           IF WS-STATUS-MVTP NOT = '00'
              PERFORM 1100-ECHANTILLONNER-DEB
                 THRU 1100-ECHANTILLONNER-FIN
                 UNTIL WS-IDX-COURANT >= WS-IDX-MVT
              MOVE FS-SITEM TO WS-SITE-LU
              IF WS-SITE-LU = SPACES
                 MOVE WS-SITE-PRINCIPAL TO WS-SITE-LU
              END-IF
              PERFORM 0015-TROUVER-SITE-DEB
                 THRU 0015-TROUVER-SITE-FIN
              IF WS-SIT-COURANT = 0
                 ADD 1 TO WS-NB-SITE-INCONNU
              ELSE
                 IF FS-NIVEAUM >= 1
                    AND FS-NIVEAUM <= WS-SIT-NB-ETAGES(WS-SIT-COURANT)
                    PERFORM 1200-APPLIQUER-MVT-DEB
                       THRU 1200-APPLIQUER-MVT-FIN
                 END-IF
              END-IF
           END-IF.
       1010-MOUVEMENT-FIN.
                 COMPUTE WS-QUOTIENT = WS-IDX-COURANT / 24
                 COMPUTE WS-HEURE-1 =
                         WS-IDX-COURANT - WS-QUOTIENT * 24 + 1
                 MOVE 0 TO WS-OCC-TOTALE
                 PERFORM 1105-ECHANTILLON-SITE-DEB
                    THRU 1105-ECHANTILLON-SITE-FIN
                    VARYING WS-IND-SIT FROM 1 BY 1
                    UNTIL WS-IND-SIT > WS-NB-SITES
                 ADD WS-OCC-TOTALE TO WS-TOT-SOMME(WS-HEURE-1)
                 IF WS-OCC-TOTALE > WS-TOT-POINTE(WS-HEURE-1)
                    MOVE WS-OCC-TOTALE TO WS-TOT-POINTE(WS-HEURE-1)
                 END-IF
                 ADD 1 TO WS-TOT-NB(WS-HEURE-1)
                 ADD 1 TO WS-IDX-COURANT
           END-EVALUATE.
       1100-ECHANTILLONNER-FIN.
           EXIT.

       1105-ECHANTILLON-SITE-DEB.
           MOVE WS-IND-SIT TO WS-SIT-COURANT.
           PERFORM 1110-ECHANTILLON-NIVEAU-DEB
              THRU 1110-ECHANTILLON-NIVEAU-FIN
              VARYING WS-IND-NIV FROM 1 BY 1
              UNTIL WS-IND-NIV > WS-SIT-NB-ETAGES(WS-SIT-COURANT).
       1105-ECHANTILLON-SITE-FIN.
           EXIT.

       1110-ECHANTILLON-NIVEAU-DEB.
           IF WS-OCC-NIV(WS-SIT-COURANT, WS-IND-NIV) > 0
              ADD WS-OCC-NIV(WS-SIT-COURANT, WS-IND-NIV)
                 TO WS-HS-SOMME(WS-SIT-COURANT, WS-IND-NIV,
                                WS-HEURE-1)
                    WS-OCC-TOTALE
              IF WS-OCC-NIV(WS-SIT-COURANT, WS-IND-NIV)
                 > WS-HS-POINTE(WS-SIT-COURANT, WS-IND-NIV,
                                WS-HEURE-1)
                 MOVE WS-OCC-NIV(WS-SIT-COURANT, WS-IND-NIV)
                   TO WS-HS-POINTE(WS-SIT-COURANT, WS-IND-NIV,
                                   WS-HEURE-1)
              END-IF
           END-IF.
           ADD 1 TO WS-HS-NB(WS-SIT-COURANT, WS-IND-NIV, WS-HEURE-1).
       1110-ECHANTILLON-NIVEAU-FIN.
           EXIT.

       1200-APPLIQUER-MVT-DEB.
           EVALUATE FS-TYPEM
              WHEN 'E'
                 ADD 1 TO WS-OCC-NIV(WS-SIT-COURANT, FS-NIVEAUM)
                 IF FS-DATEM-MOIS = WS-MOIS-RAPPORT
                    COMPUTE WS-HEURE-1 = FS-HEUREM-HH + 1
                    ADD 1 TO WS-HS-ENTREES(WS-SIT-COURANT, FS-NIVEAUM,
                                           WS-HEURE-1)
                             WS-TOT-ENTREES(WS-HEURE-1)
                 END-IF
                 PERFORM 1300-OUVRIR-SEJOUR-DEB
                    THRU 1300-OUVRIR-SEJOUR-FIN
              WHEN 'S'
              WHEN 'M'
                 IF WS-OCC-NIV(WS-SIT-COURANT, FS-NIVEAUM) > 0
                    SUBTRACT 1
                        FROM WS-OCC-NIV(WS-SIT-COURANT, FS-NIVEAUM)
                 END-IF
                 PERFORM 1400-CLORE-SEJOUR-DEB
                    THRU 1400-CLORE-SEJOUR-FIN
              ADD 1 TO WS-NB-PRESENTS
              MOVE FS-IMMATM   TO WS-PRE-IMMAT(WS-NB-PRESENTS)
              MOVE WS-IDX-MVT  TO WS-PRE-IDX(WS-NB-PRESENTS)
              MOVE WS-SIT-COURANT TO WS-PRE-SIT(WS-NB-PRESENTS)
           END-IF.
       1300-OUVRIR-SEJOUR-FIN.
           EXIT.
                 EVALUATE TRUE
                    WHEN WS-DUREE-HEURES < 1
                       ADD 1 TO WS-DUR-MOINS-1H
                                WS-SIT-MOINS-1H(WS-SIT-COURANT)
                    WHEN WS-DUREE-HEURES < 4
                       ADD 1 TO WS-DUR-1-A-4H
                                WS-SIT-1-A-4H(WS-SIT-COURANT)
                    WHEN WS-DUREE-HEURES < 24
                       ADD 1 TO WS-DUR-4-A-24H
                                WS-SIT-4-A-24H(WS-SIT-COURANT)
                    WHEN OTHER
                       ADD 1 TO WS-DUR-PLUS-24H
                                WS-SIT-PLUS-24H(WS-SIT-COURANT)
                 END-EVALUATE
              END-IF
              IF WS-IND-PRE-TROUVE < WS-NB-PRESENTS

       1410-CHERCHER-SEJOUR-DEB.
           IF WS-PRE-IMMAT(WS-IND-PRE) = FS-IMMATM
              AND WS-PRE-SIT(WS-IND-PRE) = WS-SIT-COURANT
              MOVE WS-IND-PRE TO WS-IND-PRE-TROUVE
           END-IF.
       1410-CHERCHER-SEJOUR-FIN.
           EXIT.

       3000-EDITER-PROFIL-DEB.
           PERFORM 3050-EDITER-SITE-DEB
              THRU 3050-EDITER-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES.
           DISPLAY '============================================='.
           DISPLAY 'ENSEMBLE DES SITES -- PROFIL HORAIRE DU MOIS '
                   WS-MOIS-RAPPORT
                   ' (HEURE, MOYENNE, POINTE, ENTREES) :'.
           MOVE 0 TO WS-MEILLEURE-HEURE.
           MOVE 0 TO WS-MEILLEUR-NB.
           PERFORM 3210-LIGNE-HEURE-TOTALE-DEB
              THRU 3210-LIGNE-HEURE-TOTALE-FIN
              VARYING WS-IND-HEURE FROM 1 BY 1
              UNTIL WS-IND-HEURE > 24.
           IF WS-MEILLEUR-NB > 0
              DISPLAY 'HEURE D''ENTREE LA PLUS CHARGEE : '
                      WS-MEILLEURE-HEURE ' H ('
                      WS-MEILLEUR-NB ' ENTREE(S))'
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'DISTRIBUTION DES DUREES DE SEJOUR DU MOIS, '
                   'ENSEMBLE DES SITES :'.
           DISPLAY 'MOINS D''UNE HEURE   : ' WS-DUR-MOINS-1H.
           DISPLAY 'DE 1 A 4 HEURES     : ' WS-DUR-1-A-4H.
           DISPLAY 'DE 4 A 24 HEURES    : ' WS-DUR-4-A-24H.
       3000-EDITER-PROFIL-FIN.
           EXIT.

       3050-EDITER-SITE-DEB.
           MOVE WS-IND-SIT TO WS-SIT-COURANT.
           DISPLAY '============================================='.
           DISPLAY 'SITE ' WS-SIT-CODE(WS-SIT-COURANT).
           PERFORM 3100-PROFIL-NIVEAU-DEB
              THRU 3100-PROFIL-NIVEAU-FIN
              VARYING WS-IND-NIV FROM 1 BY 1
              UNTIL WS-IND-NIV > WS-SIT-NB-ETAGES(WS-SIT-COURANT).
           DISPLAY '---------------------------------------------'.
           DISPLAY 'DISTRIBUTION DES DUREES DE SEJOUR DU MOIS, SITE '
                   WS-SIT-CODE(WS-SIT-COURANT) ' :'.
           DISPLAY 'MOINS D''UNE HEURE   : '
                   WS-SIT-MOINS-1H(WS-SIT-COURANT).
           DISPLAY 'DE 1 A 4 HEURES     : '
                   WS-SIT-1-A-4H(WS-SIT-COURANT).
           DISPLAY 'DE 4 A 24 HEURES    : '
                   WS-SIT-4-A-24H(WS-SIT-COURANT).
           DISPLAY 'PLUS DE 24 HEURES   : '
                   WS-SIT-PLUS-24H(WS-SIT-COURANT).
       3050-EDITER-SITE-FIN.
           EXIT.

       3100-PROFIL-NIVEAU-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SITE ' WS-SIT-CODE(WS-SIT-COURANT)
                   ' NIVEAU ' WS-IND-NIV
                   ' -- PROFIL HORAIRE DU MOIS '
                   WS-MOIS-RAPPORT
                   ' (HEURE, MOYENNE, POINTE, ENTREES) :'.
           EXIT.

       3110-LIGNE-HEURE-DEB.
           IF WS-HS-NB(WS-SIT-COURANT, WS-IND-NIV, WS-IND-HEURE) > 0
              COMPUTE WS-OCC-MOYENNE ROUNDED =
                 WS-HS-SOMME(WS-SIT-COURANT, WS-IND-NIV, WS-IND-HEURE)
               / WS-HS-NB(WS-SIT-COURANT, WS-IND-NIV, WS-IND-HEURE)
           ELSE
              MOVE 0 TO WS-OCC-MOYENNE
           END-IF.
           MOVE WS-OCC-MOYENNE TO WS-MOYENNE-ED.
           COMPUTE WS-HEURE-1 = WS-IND-HEURE - 1.
           DISPLAY WS-HEURE-1 ' H : MOYENNE ' WS-MOYENNE-ED
                   ' POINTE '
                   WS-HS-POINTE(WS-SIT-COURANT, WS-IND-NIV,
                                WS-IND-HEURE)
                   ' ENTREES '
                   WS-HS-ENTREES(WS-SIT-COURANT, WS-IND-NIV,
                                 WS-IND-HEURE).
           IF WS-HS-ENTREES(WS-SIT-COURANT, WS-IND-NIV, WS-IND-HEURE)
              > WS-MEILLEUR-NB
              MOVE WS-HS-ENTREES(WS-SIT-COURANT, WS-IND-NIV,
                                 WS-IND-HEURE)
                TO WS-MEILLEUR-NB
              MOVE WS-HEURE-1 TO WS-MEILLEURE-HEURE
           END-IF.
       3110-LIGNE-HEURE-FIN.
           EXIT.

      * PROFIL DE L'OCCUPATION TOTALE, TOUS SITES ET NIVEAUX.
       3210-LIGNE-HEURE-TOTALE-DEB.
           IF WS-TOT-NB(WS-IND-HEURE) > 0
              COMPUTE WS-OCC-MOYENNE ROUNDED =
                      WS-TOT-SOMME(WS-IND-HEURE)
                      / WS-TOT-NB(WS-IND-HEURE)
           ELSE
              MOVE 0 TO WS-OCC-MOYENNE
           END-IF.
           MOVE WS-OCC-MOYENNE TO WS-MOYENNE-ED.
           COMPUTE WS-HEURE-1 = WS-IND-HEURE - 1.
           DISPLAY WS-HEURE-1 ' H : MOYENNE ' WS-MOYENNE-ED
                   ' POINTE ' WS-TOT-POINTE(WS-IND-HEURE)
                   ' ENTREES ' WS-TOT-ENTREES(WS-IND-HEURE).
           IF WS-TOT-ENTREES(WS-IND-HEURE) > WS-MEILLEUR-NB
              MOVE WS-TOT-ENTREES(WS-IND-HEURE) TO WS-MEILLEUR-NB
              MOVE WS-HEURE-1 TO WS-MEILLEURE-HEURE
           END-IF.
       3210-LIGNE-HEURE-TOTALE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
       9999-FIN-NORMALE-DEB.
           DISPLAY '*********************************************'.
           DISPLAY 'MOUVEMENTS LUS : ' WS-NB-MVT-LUS.
           IF WS-NB-SITE-INCONNU > 0
              DISPLAY 'DONT SITE NON CONFIGURE : ' WS-NB-SITE-INCONNU
           END-IF.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID    .
           DISPLAY '*********************************************'.
           STOP RUN.
