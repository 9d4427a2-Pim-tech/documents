       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERTEMOI.

      *********************************************************
      *     ANALYSE MENSUELLE DES PERTES ET DE LA DEMARQUE.
      *
      *     RELIT, COMME LE GRAND LIVRE GLSTOCK, LES FICHIERS DE
      *     MOUVEMENTS DATES DU MOIS (MOUVEMENTS_AAAAMMJJ.TXT) ET
      *     LES AJUSTEMENTS D'INVENTAIRE DATES (MVTAJUST_AAAAMMJJ.
      *     TXT, INVENTAI) ET RETIENT LES MOUVEMENTS D'ENTREE ET
      *     DE SORTIE DONT LE MOTIF (ZONE CIBLE DU MOUVEMENT) EST
      *     CLASSE DANS LA TABLE DES MOTIFS (MOTIFSMVT.TXT : CODE,
      *     SENS ADMIS, CATEGORIE, LIBELLE) EN :
      *       - 'P' PERTE IDENTIFIEE (CASSE, VOL CONSTATE,
      *         DESTRUCTION DES LOTS PERIMES OU REJETES...),
      *       - 'I' DEMARQUE INCONNUE (ECART D'INVENTAIRE
      *         INEXPLIQUE).
      *     LES MOTIFS DE FLUX NORMAL ('N' : VENTES, ACHATS,
      *     RETOURS, TRANSFERTS...) ET LES MOTIFS ABSENTS DE LA
      *     TABLE NE SONT PAS DES PERTES ET SONT IGNORES.
      *     LA PERTE EST NETTE (SORTIES MOINS ENTREES DU MEME
      *     MOTIF : UN INVENTAIRE QUI RETROUVE DE LA MARCHANDISE
      *     REDUIT LA DEMARQUE) ET VALORISEE AU COUT UNITAIRE
      *     D'ARTICLES.TXT DU COUPLE (ARTICLE, DEPOT), A DEFAUT
      *     DU PREMIER DEPOT RENCONTRE DU CODE ; LA FAMILLE EST
      *     CELLE DE LA MEME FICHE.
      *     L'ETAT PERTESMOIS.TXT DONNE LES PERTES PAR MOTIF,
      *     FAMILLE D'ARTICLES ET DEPOT, AVEC UN SOUS-TOTAL PAR
      *     MOTIF, PUIS LA SYNTHESE PERTES IDENTIFIEES / DEMARQUE
      *     INCONNUE. LE MONTANT TOTAL EST DEPOSE DANS LE
      *     RECAPITULATIF PARTAGE (RECAPJR).
      *
      *     LE MOIS EST FOURNI PAR LA VARIABLE D'ENVIRONNEMENT
      *     MOISTRT (AAAAMM) ; A DEFAUT, LE MOIS EN COURS.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MVT-JOUR
              ASSIGN TO DYNAMIC WS-FICHIER-JOUR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.
           SELECT FIC-MOTIFS
              ASSIGN TO "./files/motifsmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MOTIFS.
           SELECT FIC-ART
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.
           SELECT FIC-PERTES
              ASSIGN TO "./files/pertesmois.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PERTES.

       DATA DIVISION.
       FILE SECTION.
      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO) ;
      *    HORS TRANSFERT LA ZONE CIBLE PORTE LE MOTIF.
       FD FIC-MVT-JOUR RECORDING MODE IS F.
       01  FS-ENR-MVT.
           05 FS-MVT-CODEM   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-MVT-DEPOTM  PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVT-SENSM   PIC X(1).
           05 FS-MVT-VALEURM PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-MVT-CIBLE   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVT-LOT     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVT-DLUO    PIC X(8).

       FD FIC-MOTIFS RECORDING MODE IS F.
       01  FS-ENR-MOTIF.
           05 FS-MOT-CODE      PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MOT-SENS      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MOT-CATEGORIE PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MOT-LIBELLE   PIC X(30).

       FD FIC-ART RECORDING MODE IS F.
       01  FS-ENR-ART.
           05 FS-ART-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ART-SENS  PIC X(1).
           05 FS-ART-QTE   PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-ART-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-ART-FAMILLE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-SERIALISE PIC X(1).

       FD FIC-PERTES RECORDING MODE IS F.
       01  FS-ENR-PERTES PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PERTEMOI'.
       01  WS-STATUS-MVT    PIC XX.
       01  WS-STATUS-MOTIFS PIC XX.
       01  WS-STATUS-ART    PIC XX.
       01  WS-STATUS-PERTES PIC XX.

       01  WS-MOIS-SAISI PIC X(6).
       01  WS-MOIS-TRT   PIC 9(6).
       01  WS-DATE-JOUR.
           05 WS-DATE-JOUR-AAAAMM PIC 9(6).
           05 FILLER              PIC 99.
       01  WS-JOUR       PIC 99.
       01  WS-JOUR-ED    PIC 99.
       01  WS-FICHIER-JOUR PIC X(40).
       01  WS-TYPE-FICHIER PIC X.
      *       'M' = MOUVEMENTS DU JOUR, 'A' = AJUSTEMENTS

      * TABLE DES MOTIFS DE MOUVEMENT
       01  WS-MOTIFS.
           05 WS-NB-MOTIFS PIC 9(3) VALUE 0.
           05 WS-MOT OCCURS 100 TIMES.
               10 WS-MOT-CODE      PIC X(2).
               10 WS-MOT-CATEGORIE PIC X(1).
               10 WS-MOT-LIBELLE   PIC X(30).
       01  WS-IND-MOT        PIC 9(3).
       01  WS-IND-MOT-TROUVE PIC 9(3).

      * COUTS ET FAMILLES DES ARTICLES PAR (CODE, DEPOT)
       01  WS-ARTICLES.
           05 WS-NB-ARTICLES PIC 9(3) VALUE 0.
           05 WS-ART OCCURS 500 TIMES.
               10 WS-ART-CODE    PIC X(3).
               10 WS-ART-DEPOT   PIC X(2).
               10 WS-ART-COUT    PIC 9(4)V99.
               10 WS-ART-FAMILLE PIC X(3).
       01  WS-IND-ART        PIC 9(3).
       01  WS-IND-ART-TROUVE PIC 9(3).
       01  WS-COUT-MVT       PIC 9(4)V99.
       01  WS-FAMILLE-MVT    PIC X(3).

      * PERTES CUMULEES PAR (MOTIF, FAMILLE, DEPOT) : QUANTITE
      * ET VALEUR NETTES (SORTIES MOINS ENTREES).
       01  WS-PERTES.
           05 WS-NB-PERTES PIC 9(3) VALUE 0.
           05 WS-PER OCCURS 500 TIMES.
               10 WS-PER-CLE.
                   15 WS-PER-MOTIF   PIC X(2).
                   15 WS-PER-FAMILLE PIC X(3).
                   15 WS-PER-DEPOT   PIC X(2).
               10 WS-PER-IND-MOT PIC 9(3).
               10 WS-PER-QTE     PIC S9(7).
               10 WS-PER-VALEUR  PIC S9(9)V99.
               10 WS-PER-EDITE   PIC X.
       01  WS-IND-PER        PIC 9(3).
       01  WS-IND-PER-TROUVE PIC 9(3).
       01  WS-IND-PER-MIN    PIC 9(3).
       01  WS-CLE-CHERCHEE.
           05 WS-CLE-MOTIF   PIC X(2).
           05 WS-CLE-FAMILLE PIC X(3).
           05 WS-CLE-DEPOT   PIC X(2).
       01  WS-QTE-PERTE      PIC S9(7).
       01  WS-VALEUR-PERTE   PIC S9(9)V99.

      * RUPTURE PAR MOTIF A L'EDITION
       01  WS-MOTIF-EN-COURS PIC X(2).
       01  WS-SOUS-TOTAL-QTE PIC S9(7).
       01  WS-SOUS-TOTAL-VAL PIC S9(9)V99.
       01  WS-TOTAL-IDENTIFIE PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-INCONNU   PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-PERTES    PIC S9(9)V99 VALUE 0.
       01  WS-NB-EDITEES      PIC 9(3).

       01  WS-LIG-TITRE.
           05 FILLER PIC X(36)
              VALUE 'ANALYSE DES PERTES ET DEMARQUE MOIS '.
           05 WS-LIG-TITRE-MOIS PIC 9(6).
           05 FILLER PIC X(38) VALUE SPACES.
       01  WS-LIG-ENTETE.
           05 FILLER PIC X(40)
              VALUE 'MOTIF LIBELLE                        FAM'.
           05 FILLER PIC X(40)
              VALUE ' DEPOT QUANTITE          VALEUR         '.
       01  WS-LIG-DETAIL.
           05 WS-LIG-MOTIF    PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-LIG-LIBELLE  PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-FAMILLE  PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LIG-DEPOT    PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LIG-QTE      PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LIG-VALEUR   PIC -(10)9.99.
           05 FILLER PIC X(9) VALUE SPACES.
       01  WS-LIG-SOUS-TOTAL.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'TOTAL MOTIF '.
           05 WS-LIG-ST-MOTIF PIC X(2).
           05 FILLER PIC X(27) VALUE SPACES.
           05 WS-LIG-ST-QTE   PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LIG-ST-VALEUR PIC -(10)9.99.
           05 FILLER PIC X(9) VALUE SPACES.
       01  WS-LIG-SYNTHESE.
           05 WS-LIG-SYN-LIBELLE PIC X(48).
           05 FILLER PIC X(9) VALUE SPACES.
           05 WS-LIG-SYN-VALEUR  PIC -(10)9.99.
           05 FILLER PIC X(9) VALUE SPACES.

       01  WS-COMPTEURS.
           05 WS-NB-FICHIERS-LUS PIC 99 VALUE 0.
           05 WS-NB-MVTS-LUS     PIC 9(7) VALUE 0.
           05 WS-NB-MVTS-PERTES  PIC 9(7) VALUE 0.
           05 WS-NB-SANS-MOTIF   PIC 9(7) VALUE 0.
           05 WS-NB-SANS-COUT    PIC 9(7) VALUE 0.
       01  WS-VALEUR-RECAP PIC S9(9).

      * RECAPITULATIF QUOTIDIEN PARTAGE : SOUS-PROGRAMME RECAPJR,
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
       0000-PERTEMOI-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISTRT"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-AAAAMM TO WS-MOIS-TRT
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS-TRT
           END-IF.
           DISPLAY 'MOIS TRAITE : ' WS-MOIS-TRT.

           PERFORM 1000-CHARGER-MOTIFS-DEB
              THRU 1000-CHARGER-MOTIFS-FIN.
           PERFORM 1100-CHARGER-ARTICLES-DEB
              THRU 1100-CHARGER-ARTICLES-FIN.

           MOVE 'M' TO WS-TYPE-FICHIER.
           PERFORM 2000-LIRE-JOUR-DEB
              THRU 2000-LIRE-JOUR-FIN
              VARYING WS-JOUR FROM 1 BY 1
              UNTIL WS-JOUR > 31.
           MOVE 'A' TO WS-TYPE-FICHIER.
           PERFORM 2000-LIRE-JOUR-DEB
              THRU 2000-LIRE-JOUR-FIN
              VARYING WS-JOUR FROM 1 BY 1
              UNTIL WS-JOUR > 31.

           PERFORM 3000-EDITER-PERTES-DEB
              THRU 3000-EDITER-PERTES-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PERTEMOI-FIN.
           EXIT.

      * SANS TABLE DES MOTIFS AUCUNE PERTE NE PEUT ETRE CLASSEE :
      * L'ETAT N'EST PAS PRODUIT.
       1000-CHARGER-MOTIFS-DEB.
           OPEN INPUT FIC-MOTIFS.
           IF WS-STATUS-MOTIFS NOT = '00'
              DISPLAY 'TABLE DES MOTIFS MOTIFSMVT.TXT ABSENTE, '
                      'ANALYSE IMPOSSIBLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-MOTIF-DEB
              THRU 1010-CHARGER-MOTIF-FIN
              UNTIL WS-STATUS-MOTIFS NOT = '00'.
           CLOSE FIC-MOTIFS.
       1000-CHARGER-MOTIFS-FIN.
           EXIT.

       1010-CHARGER-MOTIF-DEB.
           READ FIC-MOTIFS
              AT END
                 MOVE '10' TO WS-STATUS-MOTIFS
           END-READ.
           IF WS-STATUS-MOTIFS = '00'
              IF WS-NB-MOTIFS < 100
                 ADD 1 TO WS-NB-MOTIFS
                 MOVE FS-MOT-CODE TO WS-MOT-CODE(WS-NB-MOTIFS)
                 MOVE FS-MOT-CATEGORIE
                    TO WS-MOT-CATEGORIE(WS-NB-MOTIFS)
                 MOVE FS-MOT-LIBELLE TO WS-MOT-LIBELLE(WS-NB-MOTIFS)
              ELSE
                 DISPLAY 'TABLE DES MOTIFS PLEINE (100), MOTIF '
                         'IGNORE : ' FS-MOT-CODE
              END-IF
           END-IF.
       1010-CHARGER-MOTIF-FIN.
           EXIT.

       1100-CHARGER-ARTICLES-DEB.
           OPEN INPUT FIC-ART.
           IF WS-STATUS-ART = '00'
              PERFORM 1110-CHARGER-ARTICLE-DEB
                 THRU 1110-CHARGER-ARTICLE-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
              CLOSE FIC-ART
           ELSE
              DISPLAY 'FICHIER ARTICLES ABSENT, PERTES NON '
                      'VALORISEES'
           END-IF.
       1100-CHARGER-ARTICLES-FIN.
           EXIT.

       1110-CHARGER-ARTICLE-DEB.
           READ FIC-ART
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              IF WS-NB-ARTICLES < 500
                 ADD 1 TO WS-NB-ARTICLES
                 MOVE FS-ART-CODE    TO WS-ART-CODE(WS-NB-ARTICLES)
                 MOVE FS-ART-DEPOT   TO WS-ART-DEPOT(WS-NB-ARTICLES)
                 MOVE FS-ART-COUT    TO WS-ART-COUT(WS-NB-ARTICLES)
                 MOVE FS-ART-FAMILLE
                    TO WS-ART-FAMILLE(WS-NB-ARTICLES)
              ELSE
                 DISPLAY 'TABLE DES ARTICLES PLEINE (500), ARTICLE '
                         'IGNORE : ' FS-ART-CODE
              END-IF
           END-IF.
       1110-CHARGER-ARTICLE-FIN.
           EXIT.

      * LECTURE D'UN FICHIER DATE DU MOIS ; UN JOUR SANS FICHIER
      * (WEEK-END, FERIE) EST SIMPLEMENT SAUTE (STATUT 35).
       2000-LIRE-JOUR-DEB.
           MOVE WS-JOUR TO WS-JOUR-ED.
           MOVE SPACES TO WS-FICHIER-JOUR.
           IF WS-TYPE-FICHIER = 'M'
              STRING "./files/mouvements_" DELIMITED BY SIZE
                     WS-MOIS-TRT           DELIMITED BY SIZE
                     WS-JOUR-ED            DELIMITED BY SIZE
                     ".txt"                DELIMITED BY SIZE
                     INTO WS-FICHIER-JOUR
              END-STRING
           ELSE
              STRING "./files/mvtajust_"   DELIMITED BY SIZE
                     WS-MOIS-TRT           DELIMITED BY SIZE
                     WS-JOUR-ED            DELIMITED BY SIZE
                     ".txt"                DELIMITED BY SIZE
                     INTO WS-FICHIER-JOUR
              END-STRING
           END-IF.
           OPEN INPUT FIC-MVT-JOUR.
           IF WS-STATUS-MVT = '00'
              ADD 1 TO WS-NB-FICHIERS-LUS
              PERFORM 2010-LIRE-MVT-DEB
                 THRU 2010-LIRE-MVT-FIN
                 UNTIL WS-STATUS-MVT NOT = '00'
              CLOSE FIC-MVT-JOUR
           END-IF.
       2000-LIRE-JOUR-FIN.
           EXIT.

       2010-LIRE-MVT-DEB.
           READ FIC-MVT-JOUR
              AT END
                 MOVE '10' TO WS-STATUS-MVT
           END-READ.
           IF WS-STATUS-MVT = '00'
      *       LES LIGNES D'ENVELOPPE (ENTETE/FIN) NE SONT PAS
      *       DES MOUVEMENTS
              IF FS-ENR-MVT(1:6) = 'ENTETE'
                 OR FS-ENR-MVT(1:3) = 'FIN'
                 CONTINUE
              ELSE
                 ADD 1 TO WS-NB-MVTS-LUS
                 PERFORM 2100-RETENIR-MVT-DEB
                    THRU 2100-RETENIR-MVT-FIN
              END-IF
           END-IF.
       2010-LIRE-MVT-FIN.
           EXIT.

      * SEULES LES ENTREES ET SORTIES A MOTIF DE PERTE ('P') OU
      * DE DEMARQUE ('I') SONT RETENUES ; UN TRANSFERT 'T' PORTE
      * UN DEPOT CIBLE ET NON UN MOTIF.
       2100-RETENIR-MVT-DEB.
           IF FS-MVT-SENSM = '+' OR FS-MVT-SENSM = '-'
              MOVE 0 TO WS-IND-MOT-TROUVE
              PERFORM 2110-CHERCHER-MOTIF-DEB
                 THRU 2110-CHERCHER-MOTIF-FIN
                 VARYING WS-IND-MOT FROM 1 BY 1
                 UNTIL WS-IND-MOT > WS-NB-MOTIFS
                 OR WS-IND-MOT-TROUVE > 0
              IF WS-IND-MOT-TROUVE = 0
                 ADD 1 TO WS-NB-SANS-MOTIF
              ELSE
                 IF WS-MOT-CATEGORIE(WS-IND-MOT-TROUVE) = 'P'
                    OR WS-MOT-CATEGORIE(WS-IND-MOT-TROUVE) = 'I'
                    ADD 1 TO WS-NB-MVTS-PERTES
                    PERFORM 2200-COUT-ARTICLE-DEB
                       THRU 2200-COUT-ARTICLE-FIN
                    IF FS-MVT-SENSM = '-'
                       MOVE FS-MVT-VALEURM TO WS-QTE-PERTE
                    ELSE
                       COMPUTE WS-QTE-PERTE = 0 - FS-MVT-VALEURM
                    END-IF
                    COMPUTE WS-VALEUR-PERTE = WS-QTE-PERTE * WS-COUT-MVT
                    MOVE FS-MVT-CIBLE   TO WS-CLE-MOTIF
                    MOVE WS-FAMILLE-MVT TO WS-CLE-FAMILLE
                    MOVE FS-MVT-DEPOTM  TO WS-CLE-DEPOT
                    PERFORM 2300-CUMULER-PERTE-DEB
                       THRU 2300-CUMULER-PERTE-FIN
                 END-IF
              END-IF
           END-IF.
       2100-RETENIR-MVT-FIN.
           EXIT.

       2110-CHERCHER-MOTIF-DEB.
           IF WS-MOT-CODE(WS-IND-MOT) = FS-MVT-CIBLE
              AND FS-MVT-CIBLE NOT = SPACES
              MOVE WS-IND-MOT TO WS-IND-MOT-TROUVE
           END-IF.
       2110-CHERCHER-MOTIF-FIN.
           EXIT.

      * COUT ET FAMILLE DU COUPLE (ARTICLE, DEPOT), A DEFAUT DU
      * PREMIER DEPOT RENCONTRE DU CODE ; ARTICLE INCONNU : PERTE
      * COMPTEE EN QUANTITE, A COUT NUL, FAMILLE '???'.
       2200-COUT-ARTICLE-DEB.
           MOVE 0 TO WS-IND-ART-TROUVE.
           PERFORM 2210-CHERCHER-ARTICLE-DEB
              THRU 2210-CHERCHER-ARTICLE-FIN
              VARYING WS-IND-ART FROM 1 BY 1
              UNTIL WS-IND-ART > WS-NB-ARTICLES.
           IF WS-IND-ART-TROUVE = 0
              ADD 1 TO WS-NB-SANS-COUT
              MOVE ZERO  TO WS-COUT-MVT
              MOVE '???' TO WS-FAMILLE-MVT
           ELSE
              MOVE WS-ART-COUT(WS-IND-ART-TROUVE)    TO WS-COUT-MVT
              MOVE WS-ART-FAMILLE(WS-IND-ART-TROUVE)
                 TO WS-FAMILLE-MVT
           END-IF.
       2200-COUT-ARTICLE-FIN.
           EXIT.

       2210-CHERCHER-ARTICLE-DEB.
           IF WS-ART-CODE(WS-IND-ART) = FS-MVT-CODEM
              IF WS-ART-DEPOT(WS-IND-ART) = FS-MVT-DEPOTM
                 MOVE WS-IND-ART TO WS-IND-ART-TROUVE
                 MOVE WS-NB-ARTICLES TO WS-IND-ART
              ELSE
                 IF WS-IND-ART-TROUVE = 0
                    MOVE WS-IND-ART TO WS-IND-ART-TROUVE
                 END-IF
              END-IF
           END-IF.
       2210-CHERCHER-ARTICLE-FIN.
           EXIT.

       2300-CUMULER-PERTE-DEB.
           MOVE 0 TO WS-IND-PER-TROUVE.
           PERFORM 2310-CHERCHER-PERTE-DEB
              THRU 2310-CHERCHER-PERTE-FIN
              VARYING WS-IND-PER FROM 1 BY 1
              UNTIL WS-IND-PER > WS-NB-PERTES
              OR WS-IND-PER-TROUVE > 0.
           IF WS-IND-PER-TROUVE = 0
              IF WS-NB-PERTES < 500
                 ADD 1 TO WS-NB-PERTES
                 MOVE WS-CLE-CHERCHEE TO WS-PER-CLE(WS-NB-PERTES)
                 MOVE WS-IND-MOT-TROUVE
                    TO WS-PER-IND-MOT(WS-NB-PERTES)
                 MOVE ZERO TO WS-PER-QTE(WS-NB-PERTES)
                 MOVE ZERO TO WS-PER-VALEUR(WS-NB-PERTES)
                 MOVE 'N'  TO WS-PER-EDITE(WS-NB-PERTES)
                 MOVE WS-NB-PERTES TO WS-IND-PER-TROUVE
              ELSE
                 DISPLAY 'TABLE DES PERTES PLEINE (500), MOUVEMENT '
                         'IGNORE : ' FS-MVT-CODEM ' ' FS-MVT-CIBLE
              END-IF
           END-IF.
           IF WS-IND-PER-TROUVE > 0
              ADD WS-QTE-PERTE    TO WS-PER-QTE(WS-IND-PER-TROUVE)
              ADD WS-VALEUR-PERTE TO WS-PER-VALEUR(WS-IND-PER-TROUVE)
           END-IF.
       2300-CUMULER-PERTE-FIN.
           EXIT.

       2310-CHERCHER-PERTE-DEB.
           IF WS-PER-CLE(WS-IND-PER) = WS-CLE-CHERCHEE
              MOVE WS-IND-PER TO WS-IND-PER-TROUVE
           END-IF.
       2310-CHERCHER-PERTE-FIN.
           EXIT.

      * EDITION DANS L'ORDRE (MOTIF, FAMILLE, DEPOT) : A CHAQUE
      * TOUR LA PLUS PETITE CLE NON ENCORE EDITEE, AVEC RUPTURE
      * ET SOUS-TOTAL A CHAQUE CHANGEMENT DE MOTIF.
       3000-EDITER-PERTES-DEB.
           OPEN OUTPUT FIC-PERTES.
           MOVE WS-MOIS-TRT TO WS-LIG-TITRE-MOIS.
           WRITE FS-ENR-PERTES FROM WS-LIG-TITRE.
           MOVE SPACES TO FS-ENR-PERTES.
           WRITE FS-ENR-PERTES.
           WRITE FS-ENR-PERTES FROM WS-LIG-ENTETE.
           MOVE SPACES TO WS-MOTIF-EN-COURS.
           MOVE ZERO TO WS-SOUS-TOTAL-QTE.
           MOVE ZERO TO WS-SOUS-TOTAL-VAL.
           PERFORM 3010-EDITER-SUIVANTE-DEB
              THRU 3010-EDITER-SUIVANTE-FIN
              VARYING WS-NB-EDITEES FROM 1 BY 1
              UNTIL WS-NB-EDITEES > WS-NB-PERTES.
           IF WS-MOTIF-EN-COURS NOT = SPACES
              PERFORM 3030-SOUS-TOTAL-DEB
                 THRU 3030-SOUS-TOTAL-FIN
           END-IF.
           MOVE SPACES TO WS-LIG-SYNTHESE.
           MOVE 'PERTES IDENTIFIEES' TO WS-LIG-SYN-LIBELLE.
           MOVE WS-TOTAL-IDENTIFIE   TO WS-LIG-SYN-VALEUR.
           WRITE FS-ENR-PERTES FROM WS-LIG-SYNTHESE.
           MOVE 'DEMARQUE INCONNUE (ECARTS D''INVENTAIRE)'
              TO WS-LIG-SYN-LIBELLE.
           MOVE WS-TOTAL-INCONNU     TO WS-LIG-SYN-VALEUR.
           WRITE FS-ENR-PERTES FROM WS-LIG-SYNTHESE.
           COMPUTE WS-TOTAL-PERTES = WS-TOTAL-IDENTIFIE
                                   + WS-TOTAL-INCONNU.
           MOVE 'TOTAL DES PERTES DU MOIS' TO WS-LIG-SYN-LIBELLE.
           MOVE WS-TOTAL-PERTES      TO WS-LIG-SYN-VALEUR.
           WRITE FS-ENR-PERTES FROM WS-LIG-SYNTHESE.
           CLOSE FIC-PERTES.
       3000-EDITER-PERTES-FIN.
           EXIT.

       3010-EDITER-SUIVANTE-DEB.
           MOVE 0 TO WS-IND-PER-MIN.
           PERFORM 3020-COMPARER-CLE-DEB
              THRU 3020-COMPARER-CLE-FIN
              VARYING WS-IND-PER FROM 1 BY 1
              UNTIL WS-IND-PER > WS-NB-PERTES.
           MOVE 'O' TO WS-PER-EDITE(WS-IND-PER-MIN).
           IF WS-PER-MOTIF(WS-IND-PER-MIN) NOT = WS-MOTIF-EN-COURS
              IF WS-MOTIF-EN-COURS NOT = SPACES
                 PERFORM 3030-SOUS-TOTAL-DEB
                    THRU 3030-SOUS-TOTAL-FIN
              END-IF
              MOVE WS-PER-MOTIF(WS-IND-PER-MIN) TO WS-MOTIF-EN-COURS
           END-IF.
           MOVE WS-PER-IND-MOT(WS-IND-PER-MIN) TO WS-IND-MOT.
           MOVE WS-PER-MOTIF(WS-IND-PER-MIN)   TO WS-LIG-MOTIF.
           MOVE WS-MOT-LIBELLE(WS-IND-MOT)     TO WS-LIG-LIBELLE.
           MOVE WS-PER-FAMILLE(WS-IND-PER-MIN) TO WS-LIG-FAMILLE.
           MOVE WS-PER-DEPOT(WS-IND-PER-MIN)   TO WS-LIG-DEPOT.
           MOVE WS-PER-QTE(WS-IND-PER-MIN)     TO WS-LIG-QTE.
           MOVE WS-PER-VALEUR(WS-IND-PER-MIN)  TO WS-LIG-VALEUR.
           WRITE FS-ENR-PERTES FROM WS-LIG-DETAIL.
           ADD WS-PER-QTE(WS-IND-PER-MIN)    TO WS-SOUS-TOTAL-QTE.
           ADD WS-PER-VALEUR(WS-IND-PER-MIN) TO WS-SOUS-TOTAL-VAL.
           IF WS-MOT-CATEGORIE(WS-IND-MOT) = 'P'
              ADD WS-PER-VALEUR(WS-IND-PER-MIN) TO WS-TOTAL-IDENTIFIE
           ELSE
              ADD WS-PER-VALEUR(WS-IND-PER-MIN) TO WS-TOTAL-INCONNU
           END-IF.
       3010-EDITER-SUIVANTE-FIN.
           EXIT.

       3020-COMPARER-CLE-DEB.
           IF WS-PER-EDITE(WS-IND-PER) = 'N'
              IF WS-IND-PER-MIN = 0
                 MOVE WS-IND-PER TO WS-IND-PER-MIN
              ELSE
                 IF WS-PER-CLE(WS-IND-PER)
                    < WS-PER-CLE(WS-IND-PER-MIN)
                    MOVE WS-IND-PER TO WS-IND-PER-MIN
                 END-IF
              END-IF
           END-IF.
       3020-COMPARER-CLE-FIN.
           EXIT.

       3030-SOUS-TOTAL-DEB.
           MOVE WS-MOTIF-EN-COURS TO WS-LIG-ST-MOTIF.
           MOVE WS-SOUS-TOTAL-QTE TO WS-LIG-ST-QTE.
           MOVE WS-SOUS-TOTAL-VAL TO WS-LIG-ST-VALEUR.
           WRITE FS-ENR-PERTES FROM WS-LIG-SOUS-TOTAL.
           MOVE SPACES TO FS-ENR-PERTES.
           WRITE FS-ENR-PERTES.
           MOVE ZERO TO WS-SOUS-TOTAL-QTE.
           MOVE ZERO TO WS-SOUS-TOTAL-VAL.
       3030-SOUS-TOTAL-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'ANALYSE MENSUELLE DES PERTES'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

      * LE MONTANT DES PERTES EST DEPOSE EN CENTIMES, LA ZONE DE
      * LIEN DU RECAPITULATIF ETANT ENTIERE.
       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'FICHIERS DU MOIS LUS  : ' WS-NB-FICHIERS-LUS.
           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-MVTS-LUS.
           DISPLAY 'MOUVEMENTS DE PERTE   : ' WS-NB-MVTS-PERTES.
           DISPLAY 'MOTIF ABSENT/INCONNU  : ' WS-NB-SANS-MOTIF.
           DISPLAY 'ARTICLES SANS COUT    : ' WS-NB-SANS-COUT.
           DISPLAY 'LIGNES D''ANALYSE      : ' WS-NB-PERTES.
           DISPLAY '***********************************'.
           COMPUTE WS-VALEUR-RECAP = WS-TOTAL-PERTES * 100.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'PERTES MOIS (CTS)'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-VALEUR-RECAP      TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM PERTEMOI.
