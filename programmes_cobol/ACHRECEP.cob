      *     (POACHATS_NEW.TXT) ET LES COMMANDES EN RETARD (DATE
      *     ATTENDUE PASSEE, ENCORE OUVERTES) SONT EDITEES -- LE
      *     REAPPROVISIONNEMENT NE TIRE PLUS DANS LE VIDE.
      *     CHAQUE LIVRAISON, ACCEPTEE OU REJETEE, EST AJOUTEE A
      *     L'HISTORIQUE DES RECEPTIONS (RECEPHISTO.TXT : DATE
      *     REELLE, COMMANDE, FOURNISSEUR, RESULTAT, DATE
      *     ATTENDUE, DATE DE COMMANDE ET LOT) QUE RELISENT LE
      *     TABLEAU DE BORD MENSUEL DES FOURNISSEURS (ACHSCORE)
      *     ET LES RETOURS AUX FOURNISSEURS (ACHRETOU).
      *     POUR CHAQUE LIVRAISON ACCEPTEE, UN EMPLACEMENT DE
      *     RANGEMENT EST PROPOSE PAR EMPLPROP DANS LE DEPOT DE
      *     LA COMMANDE ; LA PROPOSITION EST EDITEE POUR LE QUAI
      *     ET AJOUTEE A RANGEMENT.TXT, QU'EMPLMAJ REPORTE DANS
      *     LE CONTENU DES EMPLACEMENTS.
      *     CHAQUE LIVRAISON ACCEPTEE AJOUTE ENFIN A COUTMVT.TXT
      *     UNE TRANSACTION DE COUT DE TYPE R (PRIX UNITAIRE DE LA
      *     COMMANDE, QUANTITE RECUE) : COUTMAJ EN TIRE LE COUT
      *     MOYEN PONDERE DE L'ARTICLE DANS LE DEPOT. UNE COMMANDE
      *     SANS PRIX, OU A UN PRIX HORS DU FORMAT DU COUT
      *     (9999,99), NE CHANGE PAS LE COUT ET EST SIGNALEE.
      *     POUR UN ARTICLE SUIVI PAR NUMERO DE SERIE ('S' EN
      *     POSITION 24 DE LA FICHE ARTICLE), LA LIVRAISON DOIT
      *     ETRE ACCOMPAGNEE DE SES NUMEROS (RECEPSERIES.TXT :
      *     NUMERO DE COMMANDE, NUMERO DE SERIE, UNE LIGNE PAR
      *     UNITE) : SANS AUTANT DE NUMEROS QUE D'UNITES RECUES,
      *     ELLE EST REJETEE ('S') ; ACCEPTEE, CHAQUE UNITE ENTRE
      *     AU REGISTRE DES NUMEROS DE SERIE (NUMSERIES.TXT,
      *     EVENEMENT 'R' DANS LE DEPOT DE LA COMMANDE). UN NUMERO
      *     DEJA EN STOCK AU REGISTRE EST ECARTE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/mvtachats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.
           SELECT FIC-HISTO-RECEP
              ASSIGN TO "./files/recephisto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HIS.
           SELECT FIC-RANGEMENTS
              ASSIGN TO "./files/rangement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGT.
           SELECT FIC-TRX-COUT
              ASSIGN TO "./files/coutmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRX.
           SELECT FIC-ARTICLES
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.
           SELECT FIC-SERIES-RECUES
              ASSIGN TO "./files/recepseries.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SRC.
           SELECT FIC-SERIES
              ASSIGN TO "./files/numseries.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SER.

       DATA DIVISION.
       FILE SECTION.
           05 FS-CAR-ATTENDUE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CAR-ETAT     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-CAR-PRIX     PIC 9(5)V99.

       FD FIC-CARNET-NOUV RECORDING MODE IS F.
       01  FS-ENR-CARNET-NOUV PIC X(57).

       FD FIC-RECEPTIONS RECORDING MODE IS F.
       01  FS-ENR-RECEPTION.
           05 FS-REC-DLUO   PIC X(8).

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO) ;
      *    LA ZONE CIBLE PORTE LE MOTIF DU MOUVEMENT.
       FD FIC-MVT-ACHATS RECORDING MODE IS F.
       01  FS-ENR-MVT-ACHAT.
           05 FS-MVA-CODEM   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-MVA-DLUO    PIC X(8).

      *    HISTORIQUE DES RECEPTIONS : RESULTAT 'A' ACCEPTEE,
      *    'T' REJETEE HORS TOLERANCE, 'C' SANS COMMANDE OUVERTE,
      *    'S' REJETEE FAUTE DE NUMEROS DE SERIE.
       FD FIC-HISTO-RECEP RECORDING MODE IS F.
       01  FS-ENR-HISTO-RECEP.
           05 FS-HIS-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HIS-NUMERO   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-HIS-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-HIS-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-HIS-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-HIS-RESULTAT PIC X(1).
           05 FILLER PIC X(1).
           05 FS-HIS-ATTENDUE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HIS-DATE-CDE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HIS-LOT      PIC X(8).

      *    PROPOSITIONS DE RANGEMENT (MEME DECOUPAGE QU'EMPLMAJ).
       FD FIC-RANGEMENTS RECORDING MODE IS F.
       01  FS-ENR-RANGEMENT.
           05 FS-RGT-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-RGT-ORIGINE PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RGT-DEPOT   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-RGT-CODE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RGT-LOT     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RGT-QTE     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RGT-EMPL    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RGT-TYPE    PIC X(1).

      *    TRANSACTIONS DE COUT (MEME DECOUPAGE QUE COUTMAJ).
       FD FIC-TRX-COUT RECORDING MODE IS F.
       01  FS-ENR-TRX.
           05 FS-TRX-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-TRX-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-TRX-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-TRX-EFFET PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-TRX-OPERATEUR PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRX-TYPE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-TRX-QTE   PIC 9(5).

      *    FICHE ARTICLE : SEUL L'INDICATEUR DE SUIVI PAR NUMERO
      *    DE SERIE EST EXPLOITE ICI.
       FD FIC-ARTICLES RECORDING MODE IS F.
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

      *    NUMEROS DE SERIE LIVRES, UNE LIGNE PAR UNITE.
       FD FIC-SERIES-RECUES RECORDING MODE IS F.
       01  FS-ENR-SERIE-RECUE.
           05 FS-SRC-NUMERO PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SRC-SERIE  PIC X(12).

      *    REGISTRE DES NUMEROS DE SERIE : UN EVENEMENT PAR LIGNE
      *    ('R' RECU, 'E' EXPEDIE, 'F' FACTURE, 'T' RETOURNE), LA
      *    ZONE COMMANDE PORTE LA COMMANDE FOURNISSEUR POUR 'R',
      *    LA COMMANDE CLIENT SINON.
       FD FIC-SERIES RECORDING MODE IS F.
       01  FS-ENR-SERIE.
           05 FS-SER-SERIE    PIC X(12).
           05 FILLER PIC X(1).
           05 FS-SER-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-SER-EVT      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-SER-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-SER-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-SER-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SER-FACTURE  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SER-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'ACHRECEP'.
       01  WS-STATUS-CARNET  PIC XX.
       01  WS-STATUS-CARNOUV PIC XX.
       01  WS-STATUS-RECEP   PIC XX.
       01  WS-STATUS-MVT     PIC XX.
       01  WS-STATUS-HIS     PIC XX.
       01  WS-STATUS-RGT     PIC XX.
       01  WS-STATUS-TRX     PIC XX.
       01  WS-STATUS-ART     PIC XX.
       01  WS-STATUS-SRC     PIC XX.
       01  WS-STATUS-SER     PIC XX.

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-ENV-TOL   PIC X(3) VALUE SPACES.
               10 WS-CAR-QTE-RECUE PIC 9(5).
               10 WS-CAR-ATTENDUE PIC 9(8).
               10 WS-CAR-ETAT     PIC X(1).
               10 WS-CAR-PRIX     PIC 9(5)V99.
       01  WS-IND-CAR        PIC 9(3).
       01  WS-IND-CAR-TROUVE PIC 9(3).

      * CODES STOCK SUIVIS PAR NUMERO DE SERIE.
       01  WS-ARTICLES-SERIE.
           05 WS-NB-ART-SERIE PIC 9(3) VALUE 0.
           05 WS-ASR-CODE PIC X(3) OCCURS 200 TIMES.
       01  WS-IND-ASR           PIC 9(3).
       01  WS-ARTICLE-SERIALISE PIC X.
       01  WS-CODE-CHERCHE      PIC X(3).

      * NUMEROS DE SERIE LIVRES DU JOUR : ' ' DISPONIBLE, 'U'
      * ENREGISTRE SUR UNE LIVRAISON, 'D' DEJA EN STOCK.
       01  WS-SERIES-RECUES.
           05 WS-NB-SRC PIC 9(4) VALUE 0.
           05 WS-SRC OCCURS 999 TIMES.
               10 WS-SRC-NUMERO PIC 9(6).
               10 WS-SRC-SERIE  PIC X(12).
               10 WS-SRC-ETAT   PIC X(1).
       01  WS-IND-SRC        PIC 9(4).
       01  WS-IND-SRC-DOUBLE PIC 9(4).

      * DERNIER EVENEMENT DE CHAQUE NUMERO AU REGISTRE : 'R' OU
      * 'T', L'UNITE EST EN STOCK.
       01  WS-SERIES.
           05 WS-NB-SERIES PIC 9(4) VALUE 0.
           05 WS-SER OCCURS 2000 TIMES.
               10 WS-SER-SERIE PIC X(12).
               10 WS-SER-EVT   PIC X(1).
       01  WS-IND-SER        PIC 9(4).
       01  WS-IND-SER-TROUVE PIC 9(4).
       01  WS-SERIE-CHERCHEE PIC X(12).

       01  WS-NB-SERIES-DISPO  PIC 9(5).
       01  WS-QTE-SERIES       PIC 9(5).
       01  WS-SERIES-COMPLETES PIC X.

       01  WS-RESULTAT-RECEP PIC X(1).
       01  WS-TRANCHE   PIC 9(3).
       01  WS-QTE-RESTE PIC 9(5).
       01  WS-ENR-ENVELOPPE PIC X(32).
           05 WS-NB-ACCEPTEES  PIC 9(5) VALUE 0.
           05 WS-NB-REJETEES   PIC 9(5) VALUE 0.
           05 WS-NB-RETARDS    PIC 9(3) VALUE 0.
           05 WS-NB-SANS-EMPL  PIC 9(5) VALUE 0.
           05 WS-NB-SANS-PRIX  PIC 9(5) VALUE 0.
           05 WS-NB-SERIES-RECUES PIC 9(5) VALUE 0.
           05 WS-NB-SERIES-ECARTEES PIC 9(5) VALUE 0.

      * PROPOSITION D'EMPLACEMENT DE RANGEMENT, SOUS-PROGRAMME
      * COMMUN AUX RECEPTIONS ET AUX RETOURS CLIENTS.
       01  WS-SOUS-PROG-EMPLPROP PIC X(8) VALUE 'EMPLPROP'.
       01  WS-LIEN-EMPLPROP.
           05 WS-LIEN-EMPLPROP-IN.
               10 WS-LIEN-EMPLPROP-IN-DEPOT    PIC X(2).
               10 WS-LIEN-EMPLPROP-IN-CODE     PIC X(3).
               10 WS-LIEN-EMPLPROP-IN-LOT      PIC X(8).
               10 WS-LIEN-EMPLPROP-IN-QUANTITE PIC 9(5).
           05 WS-LIEN-EMPLPROP-OU.
               10 WS-LIEN-EMPLPROP-OU-EMPL     PIC X(8).
               10 WS-LIEN-EMPLPROP-OU-CODE-RETOUR PIC X.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
                   WS-TOLERANCE ' %'.
           PERFORM 1000-CHARGER-CARNET-DEB
              THRU 1000-CHARGER-CARNET-FIN.
           PERFORM 1100-CHARGER-ARTICLES-DEB
              THRU 1100-CHARGER-ARTICLES-FIN.
           PERFORM 1200-CHARGER-REGISTRE-DEB
              THRU 1200-CHARGER-REGISTRE-FIN.
           PERFORM 1300-CHARGER-SERIES-RECUES-DEB
              THRU 1300-CHARGER-SERIES-RECUES-FIN.
           PERFORM 2000-TRAITER-RECEPTIONS-DEB
              THRU 2000-TRAITER-RECEPTIONS-FIN.
           PERFORM 3000-REECRIRE-CARNET-DEB
                   TO WS-CAR-ATTENDUE(WS-NB-COMMANDES)
                 MOVE FS-CAR-ETAT
                   TO WS-CAR-ETAT(WS-NB-COMMANDES)
                 IF FS-CAR-PRIX IS NUMERIC
                    MOVE FS-CAR-PRIX
                      TO WS-CAR-PRIX(WS-NB-COMMANDES)
                 ELSE
                    MOVE 0 TO WS-CAR-PRIX(WS-NB-COMMANDES)
                 END-IF
              ELSE
                 DISPLAY 'CARNET PLEIN (300), COMMANDE IGNOREE : '
                         FS-CAR-NUMERO
       1010-CHARGER-COMMANDE-FIN.
           EXIT.

      * ARTICLES SUIVIS PAR NUMERO DE SERIE : LE SUIVI VAUT POUR
      * LE CODE, QUEL QUE SOIT LE DEPOT DE LA FICHE.
       1100-CHARGER-ARTICLES-DEB.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART = '00'
              PERFORM 1110-CHARGER-ARTICLE-DEB
                 THRU 1110-CHARGER-ARTICLE-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
              CLOSE FIC-ARTICLES
           END-IF.
       1100-CHARGER-ARTICLES-FIN.
           EXIT.

       1110-CHARGER-ARTICLE-DEB.
           READ FIC-ARTICLES
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              AND FS-ART-SERIALISE = 'S'
              MOVE FS-ART-CODE TO WS-CODE-CHERCHE
              PERFORM 1120-ARTICLE-SERIALISE-DEB
                 THRU 1120-ARTICLE-SERIALISE-FIN
              IF WS-ARTICLE-SERIALISE = 'N'
                 AND WS-NB-ART-SERIE < 200
                 ADD 1 TO WS-NB-ART-SERIE
                 MOVE FS-ART-CODE TO WS-ASR-CODE(WS-NB-ART-SERIE)
              END-IF
           END-IF.
       1110-CHARGER-ARTICLE-FIN.
           EXIT.

      * LE CODE CHERCHE EST DANS WS-CODE-CHERCHE.
       1120-ARTICLE-SERIALISE-DEB.
           MOVE 'N' TO WS-ARTICLE-SERIALISE.
           PERFORM 1130-COMPARER-CODE-DEB
              THRU 1130-COMPARER-CODE-FIN
              VARYING WS-IND-ASR FROM 1 BY 1
              UNTIL WS-IND-ASR > WS-NB-ART-SERIE
              OR WS-ARTICLE-SERIALISE = 'O'.
       1120-ARTICLE-SERIALISE-FIN.
           EXIT.

       1130-COMPARER-CODE-DEB.
           IF WS-ASR-CODE(WS-IND-ASR) = WS-CODE-CHERCHE
              MOVE 'O' TO WS-ARTICLE-SERIALISE
           END-IF.
       1130-COMPARER-CODE-FIN.
           EXIT.

      * LE REGISTRE EST RELU EN ENTIER : LE DERNIER EVENEMENT DE
      * CHAQUE NUMERO DONNE SA POSITION.
       1200-CHARGER-REGISTRE-DEB.
           OPEN INPUT FIC-SERIES.
           IF WS-STATUS-SER = '00'
              PERFORM 1210-CHARGER-EVENEMENT-DEB
                 THRU 1210-CHARGER-EVENEMENT-FIN
                 UNTIL WS-STATUS-SER NOT = '00'
              CLOSE FIC-SERIES
           END-IF.
       1200-CHARGER-REGISTRE-FIN.
           EXIT.

       1210-CHARGER-EVENEMENT-DEB.
           READ FIC-SERIES
              AT END
                 MOVE '10' TO WS-STATUS-SER
           END-READ.
           IF WS-STATUS-SER = '00'
              MOVE FS-SER-SERIE TO WS-SERIE-CHERCHEE
              PERFORM 1220-TROUVER-SERIE-DEB
                 THRU 1220-TROUVER-SERIE-FIN
              IF WS-IND-SER-TROUVE = 0
                 AND WS-NB-SERIES < 2000
                 ADD 1 TO WS-NB-SERIES
                 MOVE WS-NB-SERIES TO WS-IND-SER-TROUVE
                 MOVE FS-SER-SERIE TO WS-SER-SERIE(WS-NB-SERIES)
              END-IF
              IF WS-IND-SER-TROUVE > 0
                 MOVE FS-SER-EVT TO WS-SER-EVT(WS-IND-SER-TROUVE)
              END-IF
           END-IF.
       1210-CHARGER-EVENEMENT-FIN.
           EXIT.

      * LE NUMERO CHERCHE EST DANS WS-SERIE-CHERCHEE.
       1220-TROUVER-SERIE-DEB.
           MOVE 0 TO WS-IND-SER-TROUVE.
           PERFORM 1230-COMPARER-SERIE-DEB
              THRU 1230-COMPARER-SERIE-FIN
              VARYING WS-IND-SER FROM 1 BY 1
              UNTIL WS-IND-SER > WS-NB-SERIES
              OR WS-IND-SER-TROUVE > 0.
       1220-TROUVER-SERIE-FIN.
           EXIT.

       1230-COMPARER-SERIE-DEB.
           IF WS-SER-SERIE(WS-IND-SER) = WS-SERIE-CHERCHEE
              MOVE WS-IND-SER TO WS-IND-SER-TROUVE
           END-IF.
       1230-COMPARER-SERIE-FIN.
           EXIT.

      * UN NUMERO LIVRE DEUX FOIS OU DEJA EN STOCK AU REGISTRE
      * EST ECARTE DES LE CHARGEMENT.
       1300-CHARGER-SERIES-RECUES-DEB.
           OPEN INPUT FIC-SERIES-RECUES.
           IF WS-STATUS-SRC = '00'
              PERFORM 1310-CHARGER-SERIE-RECUE-DEB
                 THRU 1310-CHARGER-SERIE-RECUE-FIN
                 UNTIL WS-STATUS-SRC NOT = '00'
              CLOSE FIC-SERIES-RECUES
           END-IF.
       1300-CHARGER-SERIES-RECUES-FIN.
           EXIT.

       1310-CHARGER-SERIE-RECUE-DEB.
           READ FIC-SERIES-RECUES
              AT END
                 MOVE '10' TO WS-STATUS-SRC
           END-READ.
           IF WS-STATUS-SRC = '00'
              IF WS-NB-SRC NOT < 999
                 DISPLAY 'TABLE DES NUMEROS DE SERIE PLEINE (999), '
                         'NUMERO IGNORE : ' FS-SRC-SERIE
              ELSE
                 ADD 1 TO WS-NB-SRC
                 MOVE FS-SRC-NUMERO TO WS-SRC-NUMERO(WS-NB-SRC)
                 MOVE FS-SRC-SERIE  TO WS-SRC-SERIE(WS-NB-SRC)
                 MOVE SPACE         TO WS-SRC-ETAT(WS-NB-SRC)
                 MOVE 0 TO WS-IND-SRC-DOUBLE
                 PERFORM 1320-SERIE-DEJA-LUE-DEB
                    THRU 1320-SERIE-DEJA-LUE-FIN
                    VARYING WS-IND-SRC FROM 1 BY 1
                    UNTIL WS-IND-SRC NOT < WS-NB-SRC
                    OR WS-IND-SRC-DOUBLE > 0
                 MOVE FS-SRC-SERIE TO WS-SERIE-CHERCHEE
                 PERFORM 1220-TROUVER-SERIE-DEB
                    THRU 1220-TROUVER-SERIE-FIN
                 IF WS-IND-SER-TROUVE > 0
                    IF WS-SER-EVT(WS-IND-SER-TROUVE) = 'R'
                       OR WS-SER-EVT(WS-IND-SER-TROUVE) = 'T'
                       MOVE 1 TO WS-IND-SRC-DOUBLE
                    END-IF
                 END-IF
                 IF WS-IND-SRC-DOUBLE > 0
                    MOVE 'D' TO WS-SRC-ETAT(WS-NB-SRC)
                    ADD 1 TO WS-NB-SERIES-ECARTEES
                    DISPLAY 'NUMERO DE SERIE DEJA EN STOCK OU EN '
                            'DOUBLE, ECARTE : ' FS-SRC-SERIE
                            ' (COMMANDE ' FS-SRC-NUMERO ')'
                 END-IF
              END-IF
           END-IF.
       1310-CHARGER-SERIE-RECUE-FIN.
           EXIT.

       1320-SERIE-DEJA-LUE-DEB.
           IF WS-SRC-SERIE(WS-IND-SRC) = FS-SRC-SERIE
              MOVE WS-IND-SRC TO WS-IND-SRC-DOUBLE
           END-IF.
       1320-SERIE-DEJA-LUE-FIN.
           EXIT.

       2000-TRAITER-RECEPTIONS-DEB.
           OPEN INPUT FIC-RECEPTIONS.
           IF WS-STATUS-RECEP NOT = '00'
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT-ACHAT FROM WS-ENR-ENVELOPPE.
           OPEN EXTEND FIC-HISTO-RECEP.
           IF WS-STATUS-HIS NOT = '00'
              OPEN OUTPUT FIC-HISTO-RECEP
           END-IF.
           OPEN EXTEND FIC-RANGEMENTS.
           IF WS-STATUS-RGT NOT = '00'
              OPEN OUTPUT FIC-RANGEMENTS
           END-IF.
           OPEN EXTEND FIC-TRX-COUT.
           IF WS-STATUS-TRX NOT = '00'
              OPEN OUTPUT FIC-TRX-COUT
           END-IF.
           OPEN EXTEND FIC-SERIES.
           IF WS-STATUS-SER NOT = '00'
              OPEN OUTPUT FIC-SERIES
           END-IF.
           PERFORM 2010-UNE-RECEPTION-DEB
              THRU 2010-UNE-RECEPTION-FIN
              UNTIL WS-STATUS-RECEP NOT = '00'.
           WRITE FS-ENR-MVT-ACHAT FROM WS-ENR-ENVELOPPE.
           CLOSE FIC-RECEPTIONS.
           CLOSE FIC-MVT-ACHATS.
           CLOSE FIC-HISTO-RECEP.
           CLOSE FIC-RANGEMENTS.
           CLOSE FIC-TRX-COUT.
           CLOSE FIC-SERIES.
           PERFORM 2900-SERIE-NON-RAPPROCHEE-DEB
              THRU 2900-SERIE-NON-RAPPROCHEE-FIN
              VARYING WS-IND-SRC FROM 1 BY 1
              UNTIL WS-IND-SRC > WS-NB-SRC.
       2000-TRAITER-RECEPTIONS-FIN.
           EXIT.

              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'RECEPTION REJETEE, COMMANDE OUVERTE '
                      'INTROUVABLE : ' FS-REC-NUMERO
              MOVE 'C' TO WS-RESULTAT-RECEP
              PERFORM 2300-HISTORISER-DEB
                 THRU 2300-HISTORISER-FIN
           ELSE
              COMPUTE WS-QTE-MAXI ROUNDED =
                      WS-CAR-QTE(WS-IND-CAR-TROUVE)
                 DISPLAY 'RECEPTION REJETEE, SUR-LIVRAISON '
                         'HORS TOLERANCE : COMMANDE '
                         FS-REC-NUMERO ' QTE ' FS-REC-QTE
                 MOVE 'T' TO WS-RESULTAT-RECEP
                 PERFORM 2300-HISTORISER-DEB
                    THRU 2300-HISTORISER-FIN
              ELSE
                 PERFORM 2150-CONTROLER-SERIES-DEB
                    THRU 2150-CONTROLER-SERIES-FIN
                 IF WS-SERIES-COMPLETES = 'N'
                    ADD 1 TO WS-NB-REJETEES
                    DISPLAY 'RECEPTION REJETEE, NUMEROS DE SERIE '
                            'MANQUANTS : COMMANDE ' FS-REC-NUMERO
                            ' QTE ' FS-REC-QTE
                            ' NUMEROS ' WS-NB-SERIES-DISPO
                    MOVE 'S' TO WS-RESULTAT-RECEP
                 ELSE
                    PERFORM 2200-ACCEPTER-RECEPTION-DEB
                       THRU 2200-ACCEPTER-RECEPTION-FIN
                    MOVE 'A' TO WS-RESULTAT-RECEP
                 END-IF
                 PERFORM 2300-HISTORISER-DEB
                    THRU 2300-HISTORISER-FIN
              END-IF
           END-IF.
       2100-RAPPROCHER-FIN.
           EXIT.

      * UN ARTICLE SUIVI PAR NUMERO DE SERIE N'ENTRE QUE SI LA
      * LIVRAISON APPORTE UN NUMERO DISPONIBLE PAR UNITE.
       2150-CONTROLER-SERIES-DEB.
           MOVE 'O' TO WS-SERIES-COMPLETES.
           MOVE 0   TO WS-NB-SERIES-DISPO.
           MOVE WS-CAR-CODE(WS-IND-CAR-TROUVE) TO WS-CODE-CHERCHE.
           PERFORM 1120-ARTICLE-SERIALISE-DEB
              THRU 1120-ARTICLE-SERIALISE-FIN.
           IF WS-ARTICLE-SERIALISE NOT = 'N'
              PERFORM 2160-COMPTER-SERIE-DEB
                 THRU 2160-COMPTER-SERIE-FIN
                 VARYING WS-IND-SRC FROM 1 BY 1
                 UNTIL WS-IND-SRC > WS-NB-SRC
              IF WS-NB-SERIES-DISPO < FS-REC-QTE
                 MOVE 'N' TO WS-SERIES-COMPLETES
              END-IF
           END-IF.
       2150-CONTROLER-SERIES-FIN.
           EXIT.

       2160-COMPTER-SERIE-DEB.
           IF WS-SRC-NUMERO(WS-IND-SRC) = FS-REC-NUMERO
              AND WS-SRC-ETAT(WS-IND-SRC) = SPACE
              ADD 1 TO WS-NB-SERIES-DISPO
           END-IF.
       2160-COMPTER-SERIE-FIN.
           EXIT.

       2200-ACCEPTER-RECEPTION-DEB.
           ADD 1 TO WS-NB-ACCEPTEES.
           ADD FS-REC-QTE
                   ' ' WS-CAR-CODE(WS-IND-CAR-TROUVE)
                   ' QTE ' FS-REC-QTE
                   ' (ETAT ' WS-CAR-ETAT(WS-IND-CAR-TROUVE) ')'.
           PERFORM 2220-PROPOSER-RANGEMENT-DEB
              THRU 2220-PROPOSER-RANGEMENT-FIN.
           PERFORM 2230-TRANSMETTRE-COUT-DEB
              THRU 2230-TRANSMETTRE-COUT-FIN.
           IF WS-ARTICLE-SERIALISE = 'O'
              MOVE FS-REC-QTE TO WS-QTE-SERIES
              PERFORM 2240-ENREGISTRER-SERIE-DEB
                 THRU 2240-ENREGISTRER-SERIE-FIN
                 VARYING WS-IND-SRC FROM 1 BY 1
                 UNTIL WS-IND-SRC > WS-NB-SRC
                 OR WS-QTE-SERIES = 0
           END-IF.
       2200-ACCEPTER-RECEPTION-FIN.
           EXIT.

           MOVE WS-CAR-CODE(WS-IND-CAR-TROUVE)  TO FS-MVA-CODEM.
           MOVE WS-CAR-DEPOT(WS-IND-CAR-TROUVE) TO FS-MVA-DEPOTM.
           MOVE '+'          TO FS-MVA-SENSM.
           MOVE 'AC'         TO FS-MVA-CIBLE.
           MOVE WS-TRANCHE   TO FS-MVA-VALEURM.
           MOVE FS-REC-LOT   TO FS-MVA-LOT.
           MOVE FS-REC-DLUO  TO FS-MVA-DLUO.
       2210-ECRIRE-TRANCHE-FIN.
           EXIT.

      * LA LIVRAISON ENTIERE EST RANGEE EN UN SEUL EMPLACEMENT ;
      * SANS PROPOSITION ('N'), ELLE EST RANGEE AU JUGE ET LE
      * MAGASINIER LA DECLARE ENSUITE PAR UN DEPLACEMENT.
       2220-PROPOSER-RANGEMENT-DEB.
           MOVE WS-CAR-DEPOT(WS-IND-CAR-TROUVE)
             TO WS-LIEN-EMPLPROP-IN-DEPOT.
           MOVE WS-CAR-CODE(WS-IND-CAR-TROUVE)
             TO WS-LIEN-EMPLPROP-IN-CODE.
           MOVE FS-REC-LOT TO WS-LIEN-EMPLPROP-IN-LOT.
           MOVE FS-REC-QTE TO WS-LIEN-EMPLPROP-IN-QUANTITE.
           CALL WS-SOUS-PROG-EMPLPROP USING WS-LIEN-EMPLPROP.
           MOVE SPACES TO FS-ENR-RANGEMENT.
           MOVE WS-DATE-JOUR    TO FS-RGT-DATE.
           MOVE WS-PROGRAM-ID   TO FS-RGT-ORIGINE.
           MOVE WS-LIEN-EMPLPROP-IN-DEPOT TO FS-RGT-DEPOT.
           MOVE WS-LIEN-EMPLPROP-IN-CODE  TO FS-RGT-CODE.
           MOVE FS-REC-LOT      TO FS-RGT-LOT.
           MOVE FS-REC-QTE      TO FS-RGT-QTE.
           MOVE WS-LIEN-EMPLPROP-OU-EMPL  TO FS-RGT-EMPL.
           MOVE WS-LIEN-EMPLPROP-OU-CODE-RETOUR TO FS-RGT-TYPE.
           WRITE FS-ENR-RANGEMENT.
           IF WS-LIEN-EMPLPROP-OU-CODE-RETOUR = 'N'
              ADD 1 TO WS-NB-SANS-EMPL
              DISPLAY '   RANGEMENT : AUCUN EMPLACEMENT LIBRE AU '
                      'DEPOT ' WS-LIEN-EMPLPROP-IN-DEPOT
                      ', RANGER AU JUGE'
           ELSE
              DISPLAY '   RANGEMENT PROPOSE : EMPLACEMENT '
                      WS-LIEN-EMPLPROP-OU-EMPL
                      ' (' WS-LIEN-EMPLPROP-OU-CODE-RETOUR ')'
           END-IF.
       2220-PROPOSER-RANGEMENT-FIN.
           EXIT.

      * LA LIVRAISON ENTRE AU STOCK AU PRIX DE LA COMMANDE ; LE
      * RECALCUL DU COUT MOYEN EST LAISSE A COUTMAJ, QUI TIENT
      * LE JOURNAL DE REEVALUATION.
       2230-TRANSMETTRE-COUT-DEB.
           IF WS-CAR-PRIX(WS-IND-CAR-TROUVE) = 0
              OR WS-CAR-PRIX(WS-IND-CAR-TROUVE) > 9999.99
              ADD 1 TO WS-NB-SANS-PRIX
              DISPLAY '   PRIX DE COMMANDE ABSENT OU HORS FORMAT ('
                      WS-CAR-PRIX(WS-IND-CAR-TROUVE)
                      '), COUT MOYEN NON RECALCULE'
           ELSE
              MOVE SPACES TO FS-ENR-TRX
              MOVE WS-CAR-CODE(WS-IND-CAR-TROUVE)  TO FS-TRX-CODE
              MOVE WS-CAR-DEPOT(WS-IND-CAR-TROUVE) TO FS-TRX-DEPOT
              MOVE WS-CAR-PRIX(WS-IND-CAR-TROUVE)  TO FS-TRX-COUT
              MOVE WS-DATE-JOUR  TO FS-TRX-EFFET
              MOVE WS-PROGRAM-ID TO FS-TRX-OPERATEUR
              MOVE 'R'           TO FS-TRX-TYPE
              MOVE FS-REC-QTE    TO FS-TRX-QTE
              WRITE FS-ENR-TRX
           END-IF.
       2230-TRANSMETTRE-COUT-FIN.
           EXIT.

      * CHAQUE UNITE RECUE ENTRE AU REGISTRE DANS LE DEPOT DE LA
      * COMMANDE, DANS L'ORDRE DES NUMEROS LIVRES.
       2240-ENREGISTRER-SERIE-DEB.
           IF WS-SRC-NUMERO(WS-IND-SRC) = FS-REC-NUMERO
              AND WS-SRC-ETAT(WS-IND-SRC) = SPACE
              MOVE 'U' TO WS-SRC-ETAT(WS-IND-SRC)
              SUBTRACT 1 FROM WS-QTE-SERIES
              ADD 1 TO WS-NB-SERIES-RECUES
              MOVE SPACES TO FS-ENR-SERIE
              MOVE WS-SRC-SERIE(WS-IND-SRC)        TO FS-SER-SERIE
              MOVE WS-CAR-CODE(WS-IND-CAR-TROUVE)  TO FS-SER-CODE
              MOVE 'R'                             TO FS-SER-EVT
              MOVE WS-CAR-DEPOT(WS-IND-CAR-TROUVE) TO FS-SER-DEPOT
              MOVE 0                               TO FS-SER-CLIENT
              MOVE FS-REC-NUMERO                   TO FS-SER-COMMANDE
              MOVE 0                               TO FS-SER-FACTURE
              MOVE WS-DATE-JOUR                    TO FS-SER-DATE
              WRITE FS-ENR-SERIE
              DISPLAY '   NUMERO DE SERIE RECU : '
                      WS-SRC-SERIE(WS-IND-SRC)
           END-IF.
       2240-ENREGISTRER-SERIE-FIN.
           EXIT.

      * LE RESULTAT EST POSE PAR L'APPELANT ; UNE LIVRAISON SANS
      * COMMANDE N'A NI FOURNISSEUR NI DATES DE REFERENCE.
       2300-HISTORISER-DEB.
           MOVE SPACES TO FS-ENR-HISTO-RECEP.
           MOVE WS-RESULTAT-RECEP TO FS-HIS-RESULTAT.
           MOVE WS-DATE-JOUR  TO FS-HIS-DATE.
           MOVE FS-REC-NUMERO TO FS-HIS-NUMERO.
           MOVE FS-REC-QTE    TO FS-HIS-QTE.
           MOVE FS-REC-LOT    TO FS-HIS-LOT.
           IF WS-IND-CAR-TROUVE = 0
              MOVE SPACES TO FS-HIS-FOURN
              MOVE SPACES TO FS-HIS-CODE
              MOVE 0      TO FS-HIS-ATTENDUE
              MOVE 0      TO FS-HIS-DATE-CDE
           ELSE
              MOVE WS-CAR-FOURN(WS-IND-CAR-TROUVE) TO FS-HIS-FOURN
              MOVE WS-CAR-CODE(WS-IND-CAR-TROUVE)  TO FS-HIS-CODE
              MOVE WS-CAR-ATTENDUE(WS-IND-CAR-TROUVE)
                TO FS-HIS-ATTENDUE
              MOVE WS-CAR-DATE(WS-IND-CAR-TROUVE)  TO FS-HIS-DATE-CDE
           END-IF.
           WRITE FS-ENR-HISTO-RECEP.
       2300-HISTORISER-FIN.
           EXIT.

      * NUMEROS LIVRES QU'AUCUNE RECEPTION ACCEPTEE N'A REPRIS.
       2900-SERIE-NON-RAPPROCHEE-DEB.
           IF WS-SRC-ETAT(WS-IND-SRC) = SPACE
              ADD 1 TO WS-NB-SERIES-ECARTEES
              DISPLAY 'NUMERO DE SERIE NON RAPPROCHE : '
                      WS-SRC-SERIE(WS-IND-SRC)
                      ' (COMMANDE ' WS-SRC-NUMERO(WS-IND-SRC) ')'
           END-IF.
       2900-SERIE-NON-RAPPROCHEE-FIN.
           EXIT.

       3000-REECRIRE-CARNET-DEB.
           OPEN OUTPUT FIC-CARNET-NOUV.
           PERFORM 3010-REECRIRE-COMMANDE-DEB
           MOVE WS-CAR-QTE-RECUE(WS-IND-CAR) TO FS-CAR-QTE-RECUE.
           MOVE WS-CAR-ATTENDUE(WS-IND-CAR)  TO FS-CAR-ATTENDUE.
           MOVE WS-CAR-ETAT(WS-IND-CAR)      TO FS-CAR-ETAT.
           MOVE WS-CAR-PRIX(WS-IND-CAR)      TO FS-CAR-PRIX.
           WRITE FS-ENR-CARNET-NOUV FROM FS-ENR-CARNET.
       3010-REECRIRE-COMMANDE-FIN.
           EXIT.
           DISPLAY 'RECEPTIONS ACCEPTEES: ' WS-NB-ACCEPTEES.
           DISPLAY 'RECEPTIONS REJETEES : ' WS-NB-REJETEES.
           DISPLAY 'COMMANDES EN RETARD : ' WS-NB-RETARDS.
           DISPLAY 'RANGEES SANS EMPL.  : ' WS-NB-SANS-EMPL.
           DISPLAY 'SANS PRIX D''ACHAT   : ' WS-NB-SANS-PRIX.
           DISPLAY 'N. SERIE ENREGISTRES: ' WS-NB-SERIES-RECUES.
           DISPLAY 'N. SERIE ECARTES    : ' WS-NB-SERIES-ECARTEES.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'RECEPTIONS ACCEPTEES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
