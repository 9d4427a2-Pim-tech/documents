      *     MAGASIN N'AVAIT RIEN POUR TRAVAILLER : LES PICKEURS
      *     PRENAIENT LE CARTON LE PLUS PROCHE ET L'ETAT DES
      *     PEREMPTIONS MENTAIT. CE PROGRAMME, LANCE APRES
      *     CMDSTATU ET LA BASCULE DE SA GENERATION :
      *       - RELEVE LES TRANSITIONS V VERS X DU JOUR DANS
      *         L'HISTORIQUE DES STATUTS,
      *       - RETROUVE LES LIGNES DE CES COMMANDES DANS LE
      *         FICHIER DES ENCOURS, AINSI QUE CELLES DES
      *         COMMANDES PARTIELLEMENT EXPEDIEES ('P') DONT LE
      *         RELIQUAT EST RETENTE A CHAQUE PASSAGE,
      *       - ALLOUE LE STOCK LOT PAR LOT DEPUIS LOTSOLDES.TXT
      *         EN ORDRE PREMIER-PERIME-PREMIER-SORTI (LE MEME
      *         FEFO QUE LA CHAINE DE STOCK, LE LOT FICTIF
      *         PASSE DE STOCK, QUI SERT ELLE AUSSI EN FEFO,
      *         CONSOMMERA EXACTEMENT LES LOTS PIQUES, ET LA
      *         TRACABILITE SAIT A QUELLE COMMANDE UN LOT EST
      *         PARTI,
      *       - TIENT SUR CHAQUE LIGNE LA QUANTITE DEJA EXPEDIEE :
      *         SEUL LE RESTE A LIVRER EST ALLOUE, LE BON DE
      *         LIVRAISON PORTE LA QUANTITE LIVRABLE ET LE
      *         RELIQUAT, ET LA COMMANDE PASSE AU STATUT 'P'
      *         TANT QU'UN RELIQUAT RESTE OUVERT ('X' QUAND ELLE
      *         EST SOLDEE) ; CHAQUE CHANGEMENT X-P OU P-X EST
      *         AJOUTE A L'HISTORIQUE DES STATUTS,
      *       - ECRIT UNE NOUVELLE GENERATION DU FICHIER DES
      *         ENCOURS (FCOMMAND_ENCOURS_NEW.TXT) A BASCULER
      *         APRES CONTROLE, COMME CELLE DE CMDSTATU.
      *     LES LOTS EN QUARANTAINE OU REBUTES (LOTSTATUT.TXT,
      *     TENU PAR LOTQUAL) NE SONT PAS ALLOUES.
      *     CHAQUE ALLOCATION DE LOT EST REPARTIE SUR LES
      *     EMPLACEMENTS QUI CONTIENNENT LE LOT (EMPLSTOCK.TXT,
      *     TENU PAR EMPLMAJ) DANS L'ORDRE DE PASSAGE DU DEPOT
      *     (EMPLACEMENTS.TXT) ; L'EMPLACEMENT EST PORTE SUR
      *     EXPALLOC.TXT ET LA LISTE DE PICKING DE CHAQUE BON EST
      *     EDITEE A SA CLOTURE DANS L'ORDRE DE PASSAGE. LA PART
      *     D'UN LOT QU'AUCUN EMPLACEMENT NE CONTIENT EST PIQUEE
      *     AU JUGE, EN FIN DE LISTE.
      *     SANS SOLDES DE LOTS, LE PICKING SE FAIT AU JUGE ET LA
      *     LIGNE EST CONSIDEREE LIVREE EN TOTALITE.
      *     LES VENTES SORTENT DU DEPOT DE VENTE (DEPOTVTE,
      *     '01' PAR DEFAUT), COMME DANS CMDSTOCK.
      *     L'EXPEDITION CONSOMME LA RESERVATION DE STOCK POSEE
      *     A LA VALIDATION : UNE NOUVELLE GENERATION DU FICHIER
      *     DES RESERVATIONS (RESERVATIONS_NEW.TXT, MEME REGLE
      *     QUE CMDSTATU) EST ECRITE AVEC CELLE DES ENCOURS, CHAQUE
      *     LIGNE V/X/P N'Y RESERVANT PLUS QUE SON RELIQUAT.
      *     UN ARTICLE SUIVI PAR NUMERO DE SERIE ('S' EN POSITION
      *     24 DE LA FICHE ARTICLE) NE SORT QUE POUR LES UNITES
      *     DONT LE NUMERO EST EN STOCK AU DEPOT DE VENTE SELON LE
      *     REGISTRE DES NUMEROS DE SERIE (NUMSERIES.TXT), LE
      *     RESTE DEMEURANT EN RELIQUAT ; LES NUMEROS ALLOUES SONT
      *     NOMMES SUR LE BON DE LIVRAISON ET AJOUTES AU REGISTRE
      *     (EVENEMENT 'E' : CLIENT ET COMMANDE).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/fcommand_encours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CDE.
           SELECT FIC-COMMANDES-NOUV
              ASSIGN TO "./files/fcommand_encours_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-NOUV.
           SELECT FIC-STATUTS-LOTS
              ASSIGN TO "./files/lotstatut.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STALOT.
           SELECT FIC-LOTS
              ASSIGN TO "./files/lotsoldes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ASSIGN TO "./files/expalloc.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ALLOC.
           SELECT FIC-EMPLACEMENTS
              ASSIGN TO "./files/emplacements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EMP.
           SELECT FIC-EMPL-STOCK
              ASSIGN TO "./files/emplstock.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EST.
           SELECT FIC-ARTICLES
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.
           SELECT FIC-SERIES
              ASSIGN TO "./files/numseries.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SER.
           SELECT FIC-RESERV-NOUV
              ASSIGN TO "./files/reservations_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RESNOUV.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-COMMANDES RECORDING MODE IS F.
       01  FS-ENR-COMMANDE PIC X(110).

       FD FIC-COMMANDES-NOUV RECORDING MODE IS F.
       01  FS-ENR-COMMANDE-NOUV PIC X(110).

      *    MEME DECOUPAGE QUE LES SOLDES DE LOTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, LOT, DLUO, QUANTITE).
       FD FIC-LOTS RECORDING MODE IS F.
           05 FILLER PIC X(1).
           05 FS-LOT-QTE   PIC 9(5).

      *    STATUT QUALITE DES LOTS (MEME DECOUPAGE QUE LOTQUAL).
       FD FIC-STATUTS-LOTS RECORDING MODE IS F.
       01  FS-ENR-STALOT.
           05 FS-STL-CODE   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-STL-DEPOT  PIC X(2).
           05 FILLER PIC X(1).
           05 FS-STL-LOT    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-STL-STATUT PIC X(1).
           05 FILLER PIC X(24).

       FD FIC-ALLOCATIONS RECORDING MODE IS F.
       01  FS-ENR-ALLOC.
           05 FS-ALC-DATE      PIC 9(8).
           05 FS-ALC-DLUO      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ALC-QTE       PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-EMPL      PIC X(8).

      *    EMPLACEMENTS ET LEUR CONTENU (MEME DECOUPAGE QUE
      *    EMPLPROP ET EMPLMAJ).
       FD FIC-EMPLACEMENTS RECORDING MODE IS F.
       01  FS-ENR-EMPL.
           05 FS-EMP-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-EMP-EMPL     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-EMP-ORDRE    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-EMP-CAPACITE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-EMP-ACTIF    PIC X(1).

       FD FIC-EMPL-STOCK RECORDING MODE IS F.
       01  FS-ENR-EMPL-STOCK.
           05 FS-EST-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-EST-EMPL  PIC X(8).
           05 FILLER PIC X(1).
           05 FS-EST-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-EST-LOT   PIC X(8).
           05 FILLER PIC X(1).
           05 FS-EST-QTE   PIC 9(5).

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

      *    REGISTRE DES NUMEROS DE SERIE (MEME DECOUPAGE QUE
      *    ACHRECEP) : 'R' RECU, 'E' EXPEDIE, 'F' FACTURE, 'T'
      *    RETOURNE.
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
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDEXPED'.
       01  WS-STATUS-HISTO PIC XX.
       01  WS-STATUS-CDE   PIC XX.
       01  WS-STATUS-NOUV  PIC XX.
       01  WS-STATUS-LOTS  PIC XX.
       01  WS-STATUS-ALLOC PIC XX.
       01  WS-STATUS-STALOT PIC XX.
       01  WS-STATUS-EMP   PIC XX.
       01  WS-STATUS-EST   PIC XX.
       01  WS-STATUS-RESNOUV PIC XX.
       01  WS-STATUS-ART   PIC XX.
       01  WS-STATUS-SER   PIC XX.

       01  WS-ENR-COMMANDE.
           05 CMD-IDCOMMAND PIC 9(5).
           05 CMD-QUANTITE  PIC 9(3).
           05 CMD-MONTANT   PIC 9(5)V99.
           05 CMD-OPERATEUR PIC X(8).
           05 CMD-SOURCE-PRIX PIC X(1).
           05 CMD-QTE-EXPEDIEE PIC 9(3).
           05 FILLER        PIC X(61).

       01  WS-DATE-REF PIC X(8) VALUE SPACES.
       01  WS-DEPOT-VENTES PIC X(2) VALUE '01'.
       01  WS-IND-LOT  PIC 9(3).
       01  WS-IND-FEFO PIC 9(3).

       01  WS-LOTS-CHARGES PIC X VALUE 'N'.

      * LOTS BLOQUES (QUARANTAINE Q OU REBUT R) DU DEPOT DE VENTE.
       01  WS-LOTS-BLOQUES.
           05 WS-NB-BLOQUES PIC 9(3) VALUE 0.
           05 WS-BLQ OCCURS 500 TIMES.
               10 WS-BLQ-CODE PIC X(3).
               10 WS-BLQ-LOT  PIC X(8).
       01  WS-IND-BLQ        PIC 9(3).
       01  WS-LOT-BLOQUE     PIC X.
       01  WS-NB-LOTS-ECARTES PIC 9(4) VALUE 0.

      * ORDRE DE PASSAGE DES EMPLACEMENTS DU DEPOT DE VENTE.
       01  WS-EMPLACEMENTS.
           05 WS-NB-EMPL PIC 9(3) VALUE 0.
           05 WS-EMP OCCURS 500 TIMES.
               10 WS-EMP-EMPL  PIC X(8).
               10 WS-EMP-ORDRE PIC 9(5).
       01  WS-IND-EMP PIC 9(3).

      * CONTENU DES EMPLACEMENTS DU DEPOT DE VENTE, CONSOMME AU
      * FIL DES PRELEVEMENTS ; UN EMPLACEMENT ABSENT DU FICHIER
      * DES EMPLACEMENTS PASSE EN DERNIER (ORDRE 99999).
       01  WS-EMPL-STOCK.
           05 WS-NB-EST PIC 9(4) VALUE 0.
           05 WS-EST OCCURS 999 TIMES.
               10 WS-EST-EMPL  PIC X(8).
               10 WS-EST-CODE  PIC X(3).
               10 WS-EST-LOT   PIC X(8).
               10 WS-EST-QTE   PIC 9(5).
               10 WS-EST-ORDRE PIC 9(5).
       01  WS-IND-EST        PIC 9(4).
       01  WS-IND-EST-RETENU PIC 9(4).

      * LISTE DE PICKING DU BON COURANT, EDITEE A LA CLOTURE
      * DANS L'ORDRE DE PASSAGE.
       01  WS-PICKING.
           05 WS-NB-PIK PIC 9(3) VALUE 0.
           05 WS-PIK OCCURS 200 TIMES.
               10 WS-PIK-ORDRE   PIC 9(5).
               10 WS-PIK-EMPL    PIC X(8).
               10 WS-PIK-ARTICLE PIC X(6).
               10 WS-PIK-LOT     PIC X(8).
               10 WS-PIK-DLUO    PIC 9(8).
               10 WS-PIK-QTE     PIC 9(5).
               10 WS-PIK-EDITE   PIC X(1).
       01  WS-IND-PIK        PIC 9(3).
       01  WS-IND-PIK-EDIT   PIC 9(3).
       01  WS-IND-PIK-MIN    PIC 9(3).

       01  WS-QTE-A-PLACER PIC 9(5).
       01  WS-QTE-EMPL     PIC 9(5).
       01  WS-EMPL-PRIS    PIC X(8).
       01  WS-ORDRE-PRIS   PIC 9(5).
       01  WS-EMPL-EDITE   PIC X(8).

      * CODES STOCK SUIVIS PAR NUMERO DE SERIE.
       01  WS-ARTICLES-SERIE.
           05 WS-NB-ART-SERIE PIC 9(3) VALUE 0.
           05 WS-ASR-CODE PIC X(3) OCCURS 200 TIMES.
       01  WS-IND-ASR           PIC 9(3).
       01  WS-ARTICLE-SERIALISE PIC X.
       01  WS-CODE-CHERCHE      PIC X(3).

      * DERNIER EVENEMENT DE CHAQUE NUMERO AU REGISTRE, DANS
      * L'ORDRE D'ARRIVEE : LES PREMIERS RECUS SORTENT LES
      * PREMIERS. 'R' OU 'T' : L'UNITE EST EN STOCK AU DEPOT.
       01  WS-SERIES.
           05 WS-NB-SERIES PIC 9(4) VALUE 0.
           05 WS-SER OCCURS 2000 TIMES.
               10 WS-SER-SERIE PIC X(12).
               10 WS-SER-CODE  PIC X(3).
               10 WS-SER-EVT   PIC X(1).
               10 WS-SER-DEPOT PIC X(2).
       01  WS-IND-SER         PIC 9(4).
       01  WS-IND-SER-TROUVE  PIC 9(4).
       01  WS-NB-SERIES-DISPO PIC 9(5).
       01  WS-QTE-SERIES      PIC 9(5).

       01  WS-QTE-A-SERVIR PIC 9(5).
       01  WS-QTE-RESTANTE PIC 9(5).
       01  WS-QTE-LIVREE   PIC 9(5).
       01  WS-QTE-RELIQUAT PIC 9(5).
       01  WS-QTE-PRISE    PIC 9(5).
       01  WS-CODE-STOCK   PIC X(3).

       01  WS-CLIENT-BON   PIC 9(5).
       01  WS-NB-LIGNES-BON PIC 99.

      * LIGNES DE LA COMMANDE COURANTE, GARDEES JUSQU'A LA
      * RUPTURE : LE STATUT DE LA COMMANDE (X OU P) N'EST CONNU
      * QU'APRES ALLOCATION DE TOUTES SES LIGNES, IL EST ALORS
      * REPORTE SUR CHACUNE AVANT ECRITURE.
       01  WS-LIGNES-CDE.
           05 WS-NB-LGN PIC 9(3) VALUE 0.
           05 WS-LGN OCCURS 99 TIMES.
               10 WS-LGN-IDCOMMAND PIC 9(5).
               10 WS-LGN-CODESTR   PIC X.
               10 WS-LGN-SUITE     PIC X(104).
       01  WS-IND-LGN PIC 9(3).
       01  WS-STATUT-AVANT  PIC X.
       01  WS-STATUT-APRES  PIC X VALUE SPACE.
       01  WS-CDE-RELIQUAT  PIC X.

      * LIGNE ECRITE, VUE PAR ZONES POUR LA RESERVATION DE SON
      * RESTE A LIVRER.
       01  WS-LIGNE-RESERVEE.
           05 RSC-IDCOMMAND PIC 9(5).
           05 RSC-CODESTR   PIC X.
           05 RSC-NUMLIGNE  PIC 99.
           05 RSC-IDCLIENT  PIC 9(5).
           05 FILLER        PIC X(8).
           05 RSC-ARTICLE   PIC X(6).
           05 RSC-QUANTITE  PIC 9(3).
           05 FILLER        PIC X(16).
           05 RSC-QTE-EXPEDIEE PIC 9(3).
           05 FILLER        PIC X(61).
       01  WS-QTE-DEJA-EXPEDIEE PIC 9(3).
       01  WS-NB-RESERVATIONS   PIC 9(5) VALUE 0.
       01  WS-QTE-RESERVEE      PIC 9(7) VALUE 0.

       01  WS-HORO-TEMPS.
           05 WS-HORO-HEURE PIC 9(6).
           05 FILLER        PIC 9(2).

       01  WS-COMPTEURS.
           05 WS-NB-TRANSITIONS PIC 9(4) VALUE 0.
           05 WS-NB-BONS        PIC 9(4) VALUE 0.
           05 WS-NB-ALLOCATIONS PIC 9(5) VALUE 0.
           05 WS-NB-MANQUANTS   PIC 9(5) VALUE 0.
           05 WS-NB-PARTIELLES  PIC 9(4) VALUE 0.
           05 WS-NB-SOLDEES     PIC 9(4) VALUE 0.
           05 WS-NB-SERIES-EXPED PIC 9(5) VALUE 0.
           05 WS-NB-MANQUE-SERIE PIC 9(5) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:2)
                TO WS-DEPOT-VENTES
           END-IF.
           ACCEPT WS-HORO-TEMPS FROM TIME.
           DISPLAY 'JOUR EXPEDIE : ' WS-DATE-REF
                   ', DEPOT ' WS-DEPOT-VENTES.

      *    MEME SANS TRANSITION DU JOUR, LES RELIQUATS DES
      *    COMMANDES PARTIELLES SONT RETENTES.
           PERFORM 1000-RELEVER-TRANSITIONS-DEB
              THRU 1000-RELEVER-TRANSITIONS-FIN.
           PERFORM 1500-CHARGER-LOTS-DEB
              THRU 1500-CHARGER-LOTS-FIN.
           PERFORM 1600-CHARGER-EMPL-DEB
              THRU 1600-CHARGER-EMPL-FIN.
           PERFORM 1700-CHARGER-ARTICLES-DEB
              THRU 1700-CHARGER-ARTICLES-FIN.
           PERFORM 1800-CHARGER-REGISTRE-DEB
              THRU 1800-CHARGER-REGISTRE-FIN.
           PERFORM 2000-PREPARER-BONS-DEB
              THRU 2000-PREPARER-BONS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
           OPEN INPUT FIC-HISTO-STATUT.
           IF WS-STATUS-HISTO NOT = '00'
              DISPLAY 'HISTORIQUE DES STATUTS INTROUVABLE'
           ELSE
              PERFORM 1010-LIGNE-HISTO-DEB
                 THRU 1010-LIGNE-HISTO-FIN
                 UNTIL WS-STATUS-HISTO NOT = '00'
              CLOSE FIC-HISTO-STATUT
              DISPLAY WS-NB-TRANSITIONS ' TRANSITION(S) V-X DU JOUR'
           END-IF.
       1000-RELEVER-TRANSITIONS-FIN.
           EXIT.

       1020-DEJA-RETENUE-FIN.
           EXIT.

      * SANS FICHIER DE STATUTS, AUCUN LOT N'EST BLOQUE.
       1400-CHARGER-STATUTS-DEB.
           OPEN INPUT FIC-STATUTS-LOTS.
           IF WS-STATUS-STALOT = '00'
              PERFORM 1410-CHARGER-STATUT-DEB
                 THRU 1410-CHARGER-STATUT-FIN
                 UNTIL WS-STATUS-STALOT NOT = '00'
              CLOSE FIC-STATUTS-LOTS
           END-IF.
       1400-CHARGER-STATUTS-FIN.
           EXIT.

       1410-CHARGER-STATUT-DEB.
           READ FIC-STATUTS-LOTS
              AT END
                 MOVE '10' TO WS-STATUS-STALOT
           END-READ.
           IF WS-STATUS-STALOT = '00'
              AND FS-STL-DEPOT = WS-DEPOT-VENTES
              AND (FS-STL-STATUT = 'Q' OR FS-STL-STATUT = 'R')
              IF WS-NB-BLOQUES < 500
                 ADD 1 TO WS-NB-BLOQUES
                 MOVE FS-STL-CODE TO WS-BLQ-CODE(WS-NB-BLOQUES)
                 MOVE FS-STL-LOT  TO WS-BLQ-LOT(WS-NB-BLOQUES)
              ELSE
                 DISPLAY 'TABLE DES LOTS BLOQUES PLEINE (500), LOT '
                         'ALLOUABLE : ' FS-STL-LOT
              END-IF
           END-IF.
       1410-CHARGER-STATUT-FIN.
           EXIT.

      * SEULS LES LOTS DU DEPOT DE VENTE SONT CHARGES ; LE LOT
      * FICTIF *STOCK* (DLUO 99999999) PASSE NATURELLEMENT EN
      * DERNIER DANS L'ORDRE FEFO.
       1500-CHARGER-LOTS-DEB.
           PERFORM 1400-CHARGER-STATUTS-DEB
              THRU 1400-CHARGER-STATUTS-FIN.
           OPEN INPUT FIC-LOTS.
           IF WS-STATUS-LOTS NOT = '00'
              DISPLAY 'PAS DE SOLDES DE LOTS, ALLOCATION '
                 THRU 1510-CHARGER-LOT-FIN
                 UNTIL WS-STATUS-LOTS NOT = '00'
              CLOSE FIC-LOTS
              MOVE 'O' TO WS-LOTS-CHARGES
              DISPLAY WS-NB-LOTS ' LOT(S) AU DEPOT '
                      WS-DEPOT-VENTES
              IF WS-NB-LOTS-ECARTES > 0
                 DISPLAY WS-NB-LOTS-ECARTES ' LOT(S) BLOQUE(S) '
                         'QUALITE NON ALLOUE(S)'
              END-IF
           END-IF.
       1500-CHARGER-LOTS-FIN.
           EXIT.
           END-READ.
           IF WS-STATUS-LOTS = '00'
              AND FS-LOT-DEPOT = WS-DEPOT-VENTES
              MOVE 'N' TO WS-LOT-BLOQUE
              PERFORM 1520-CONTROLER-STATUT-DEB
                 THRU 1520-CONTROLER-STATUT-FIN
                 VARYING WS-IND-BLQ FROM 1 BY 1
                 UNTIL WS-IND-BLQ > WS-NB-BLOQUES
                 OR WS-LOT-BLOQUE = 'O'
           END-IF.
           IF WS-STATUS-LOTS = '00'
              AND FS-LOT-DEPOT = WS-DEPOT-VENTES
              AND WS-LOT-BLOQUE = 'O'
              ADD 1 TO WS-NB-LOTS-ECARTES
              DISPLAY 'LOT BLOQUE QUALITE, NON ALLOUE : '
                      FS-LOT-CODE ' ' FS-LOT-NUM ' QTE ' FS-LOT-QTE
           ELSE
              IF WS-STATUS-LOTS = '00'
                 AND FS-LOT-DEPOT = WS-DEPOT-VENTES
                 IF WS-NB-LOTS < 300
                    ADD 1 TO WS-NB-LOTS
                    MOVE FS-LOT-CODE TO WS-LOT-CODE(WS-NB-LOTS)
                    MOVE FS-LOT-NUM  TO WS-LOT-NUM(WS-NB-LOTS)
                    MOVE FS-LOT-DLUO TO WS-LOT-DLUO(WS-NB-LOTS)
                    MOVE FS-LOT-QTE  TO WS-LOT-QTE(WS-NB-LOTS)
                 ELSE
                    DISPLAY 'TABLE DES LOTS PLEINE (300), LOT NON '
                            'SUIVI : ' FS-LOT-NUM
                 END-IF
              END-IF
           END-IF.
       1510-CHARGER-LOT-FIN.
           EXIT.

       1520-CONTROLER-STATUT-DEB.
           IF WS-BLQ-CODE(WS-IND-BLQ) = FS-LOT-CODE
              AND WS-BLQ-LOT(WS-IND-BLQ) = FS-LOT-NUM
              MOVE 'O' TO WS-LOT-BLOQUE
           END-IF.
       1520-CONTROLER-STATUT-FIN.
           EXIT.

      * SANS EMPLACEMENTS DECRITS, TOUT LE PICKING SE FAIT AU
      * JUGE, DANS L'ORDRE DES ALLOCATIONS.
       1600-CHARGER-EMPL-DEB.
           OPEN INPUT FIC-EMPLACEMENTS.
           IF WS-STATUS-EMP = '00'
              PERFORM 1610-CHARGER-UN-EMPL-DEB
                 THRU 1610-CHARGER-UN-EMPL-FIN
                 UNTIL WS-STATUS-EMP NOT = '00'
              CLOSE FIC-EMPLACEMENTS
           END-IF.
           OPEN INPUT FIC-EMPL-STOCK.
           IF WS-STATUS-EST = '00'
              PERFORM 1620-CHARGER-CONTENU-DEB
                 THRU 1620-CHARGER-CONTENU-FIN
                 UNTIL WS-STATUS-EST NOT = '00'
              CLOSE FIC-EMPL-STOCK
           END-IF.
           DISPLAY WS-NB-EMPL ' EMPLACEMENT(S), ' WS-NB-EST
                   ' LIGNE(S) DE CONTENU AU DEPOT ' WS-DEPOT-VENTES.
       1600-CHARGER-EMPL-FIN.
           EXIT.

       1610-CHARGER-UN-EMPL-DEB.
           READ FIC-EMPLACEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-EMP
           END-READ.
           IF WS-STATUS-EMP = '00'
              AND FS-EMP-DEPOT = WS-DEPOT-VENTES
              IF WS-NB-EMPL < 500
                 ADD 1 TO WS-NB-EMPL
                 MOVE FS-EMP-EMPL  TO WS-EMP-EMPL(WS-NB-EMPL)
                 MOVE FS-EMP-ORDRE TO WS-EMP-ORDRE(WS-NB-EMPL)
              ELSE
                 DISPLAY 'TABLE DES EMPLACEMENTS PLEINE (500), '
                         'IGNORE : ' FS-EMP-EMPL
              END-IF
           END-IF.
       1610-CHARGER-UN-EMPL-FIN.
           EXIT.

       1620-CHARGER-CONTENU-DEB.
           READ FIC-EMPL-STOCK
              AT END
                 MOVE '10' TO WS-STATUS-EST
           END-READ.
           IF WS-STATUS-EST = '00'
              AND FS-EST-DEPOT = WS-DEPOT-VENTES
              AND FS-EST-QTE NOT = 0
              IF WS-NB-EST < 999
                 ADD 1 TO WS-NB-EST
                 MOVE FS-EST-EMPL TO WS-EST-EMPL(WS-NB-EST)
                 MOVE FS-EST-CODE TO WS-EST-CODE(WS-NB-EST)
                 MOVE FS-EST-LOT  TO WS-EST-LOT(WS-NB-EST)
                 MOVE FS-EST-QTE  TO WS-EST-QTE(WS-NB-EST)
                 MOVE 99999       TO WS-EST-ORDRE(WS-NB-EST)
                 PERFORM 1630-ORDRE-EMPL-DEB
                    THRU 1630-ORDRE-EMPL-FIN
                    VARYING WS-IND-EMP FROM 1 BY 1
                    UNTIL WS-IND-EMP > WS-NB-EMPL
              ELSE
                 DISPLAY 'TABLE DU CONTENU DES EMPLACEMENTS PLEINE '
                         '(999), IGNORE : ' FS-EST-EMPL ' ' FS-EST-LOT
              END-IF
           END-IF.
       1620-CHARGER-CONTENU-FIN.
           EXIT.

       1630-ORDRE-EMPL-DEB.
           IF WS-EMP-EMPL(WS-IND-EMP) = WS-EST-EMPL(WS-NB-EST)
              MOVE WS-EMP-ORDRE(WS-IND-EMP)
                TO WS-EST-ORDRE(WS-NB-EST)
           END-IF.
       1630-ORDRE-EMPL-FIN.
           EXIT.

      * ARTICLES SUIVIS PAR NUMERO DE SERIE : LE SUIVI VAUT POUR
      * LE CODE, QUEL QUE SOIT LE DEPOT DE LA FICHE.
       1700-CHARGER-ARTICLES-DEB.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART = '00'
              PERFORM 1710-CHARGER-ARTICLE-DEB
                 THRU 1710-CHARGER-ARTICLE-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
              CLOSE FIC-ARTICLES
           END-IF.
       1700-CHARGER-ARTICLES-FIN.
           EXIT.

       1710-CHARGER-ARTICLE-DEB.
           READ FIC-ARTICLES
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              AND FS-ART-SERIALISE = 'S'
              MOVE FS-ART-CODE TO WS-CODE-CHERCHE
              PERFORM 1720-ARTICLE-SERIALISE-DEB
                 THRU 1720-ARTICLE-SERIALISE-FIN
              IF WS-ARTICLE-SERIALISE = 'N'
                 AND WS-NB-ART-SERIE < 200
                 ADD 1 TO WS-NB-ART-SERIE
                 MOVE FS-ART-CODE TO WS-ASR-CODE(WS-NB-ART-SERIE)
              END-IF
           END-IF.
       1710-CHARGER-ARTICLE-FIN.
           EXIT.

      * LE CODE CHERCHE EST DANS WS-CODE-CHERCHE.
       1720-ARTICLE-SERIALISE-DEB.
           MOVE 'N' TO WS-ARTICLE-SERIALISE.
           PERFORM 1730-COMPARER-CODE-DEB
              THRU 1730-COMPARER-CODE-FIN
              VARYING WS-IND-ASR FROM 1 BY 1
              UNTIL WS-IND-ASR > WS-NB-ART-SERIE
              OR WS-ARTICLE-SERIALISE = 'O'.
       1720-ARTICLE-SERIALISE-FIN.
           EXIT.

       1730-COMPARER-CODE-DEB.
           IF WS-ASR-CODE(WS-IND-ASR) = WS-CODE-CHERCHE
              MOVE 'O' TO WS-ARTICLE-SERIALISE
           END-IF.
       1730-COMPARER-CODE-FIN.
           EXIT.

      * LE REGISTRE EST RELU EN ENTIER : LE DERNIER EVENEMENT DE
      * CHAQUE NUMERO DONNE SA POSITION.
       1800-CHARGER-REGISTRE-DEB.
           OPEN INPUT FIC-SERIES.
           IF WS-STATUS-SER = '00'
              PERFORM 1810-CHARGER-EVENEMENT-DEB
                 THRU 1810-CHARGER-EVENEMENT-FIN
                 UNTIL WS-STATUS-SER NOT = '00'
              CLOSE FIC-SERIES
           END-IF.
       1800-CHARGER-REGISTRE-FIN.
           EXIT.

       1810-CHARGER-EVENEMENT-DEB.
           READ FIC-SERIES
              AT END
                 MOVE '10' TO WS-STATUS-SER
           END-READ.
           IF WS-STATUS-SER = '00'
              MOVE 0 TO WS-IND-SER-TROUVE
              PERFORM 1820-COMPARER-SERIE-DEB
                 THRU 1820-COMPARER-SERIE-FIN
                 VARYING WS-IND-SER FROM 1 BY 1
                 UNTIL WS-IND-SER > WS-NB-SERIES
                 OR WS-IND-SER-TROUVE > 0
              IF WS-IND-SER-TROUVE = 0
                 IF WS-NB-SERIES < 2000
                    ADD 1 TO WS-NB-SERIES
                    MOVE WS-NB-SERIES TO WS-IND-SER-TROUVE
                    MOVE FS-SER-SERIE TO WS-SER-SERIE(WS-NB-SERIES)
                 ELSE
                    DISPLAY 'REGISTRE DES NUMEROS DE SERIE PLEIN '
                            '(2000), IGNORE : ' FS-SER-SERIE
                 END-IF
              END-IF
              IF WS-IND-SER-TROUVE > 0
                 MOVE FS-SER-CODE  TO WS-SER-CODE(WS-IND-SER-TROUVE)
                 MOVE FS-SER-EVT   TO WS-SER-EVT(WS-IND-SER-TROUVE)
                 MOVE FS-SER-DEPOT TO WS-SER-DEPOT(WS-IND-SER-TROUVE)
              END-IF
           END-IF.
       1810-CHARGER-EVENEMENT-FIN.
           EXIT.

       1820-COMPARER-SERIE-DEB.
           IF WS-SER-SERIE(WS-IND-SER) = FS-SER-SERIE
              MOVE WS-IND-SER TO WS-IND-SER-TROUVE
           END-IF.
       1820-COMPARER-SERIE-FIN.
           EXIT.

      * PASSE D'EXPEDITION : LES LIGNES D'UNE COMMANDE SONT
      * CONTIGUES ; LE BON DE LIVRAISON EST OUVERT SUR LA
      * PREMIERE LIGNE D'UNE COMMANDE A EXPEDIER ET CLOS A LA
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN OUTPUT FIC-COMMANDES-NOUV.
           OPEN OUTPUT FIC-RESERV-NOUV.
           OPEN EXTEND FIC-ALLOCATIONS.
           IF WS-STATUS-ALLOC NOT = '00'
              OPEN OUTPUT FIC-ALLOCATIONS
           END-IF.
           OPEN EXTEND FIC-HISTO-STATUT.
           IF WS-STATUS-HISTO NOT = '00'
              OPEN OUTPUT FIC-HISTO-STATUT
           END-IF.
           OPEN EXTEND FIC-SERIES.
           IF WS-STATUS-SER NOT = '00'
              OPEN OUTPUT FIC-SERIES
           END-IF.
           PERFORM 2010-LIGNE-COMMANDE-DEB
              THRU 2010-LIGNE-COMMANDE-FIN
              UNTIL WS-STATUS-CDE NOT = '00'.
           IF WS-NB-LGN > 0
              PERFORM 2400-ECRIRE-COMMANDE-DEB
                 THRU 2400-ECRIRE-COMMANDE-FIN
           END-IF.
           CLOSE FIC-COMMANDES.
           CLOSE FIC-COMMANDES-NOUV.
           CLOSE FIC-RESERV-NOUV.
           CLOSE FIC-ALLOCATIONS.
           CLOSE FIC-HISTO-STATUT.
           CLOSE FIC-SERIES.
       2000-PREPARER-BONS-FIN.
           EXIT.

                 MOVE '10' TO WS-STATUS-CDE
           END-READ.
           IF WS-STATUS-CDE = '00'
      *       L'ENVELOPPE (ENTETE/FIN) EST RECOPIEE TELLE QUELLE ;
      *       LA DERNIERE COMMANDE EST ECRITE AVANT LE FIN
              IF WS-ENR-COMMANDE(1:6) = 'ENTETE'
                 OR WS-ENR-COMMANDE(1:3) = 'FIN'
                 IF WS-NB-LGN > 0
                    PERFORM 2400-ECRIRE-COMMANDE-DEB
                       THRU 2400-ECRIRE-COMMANDE-FIN
                 END-IF
                 WRITE FS-ENR-COMMANDE-NOUV FROM FS-ENR-COMMANDE
              ELSE
                 IF CMD-IDCOMMAND NOT = WS-CDE-COURANTE
                    IF WS-NB-LGN > 0
                       PERFORM 2400-ECRIRE-COMMANDE-DEB
                          THRU 2400-ECRIRE-COMMANDE-FIN
                    END-IF
                    MOVE CMD-IDCOMMAND TO WS-CDE-COURANTE
                    MOVE CMD-CODESTR   TO WS-STATUT-AVANT
                    MOVE 'N' TO WS-CDE-RETENUE
                    MOVE 'N' TO WS-CDE-RELIQUAT
                    IF CMD-CODESTR = 'P'
                       MOVE 'O' TO WS-CDE-RETENUE
                    END-IF
                    IF CMD-CODESTR = 'X'
                       PERFORM 2020-COMMANDE-A-EXPEDIER-DEB
                          THRU 2020-COMMANDE-A-EXPEDIER-FIN
                          VARYING WS-IND-AEX FROM 1 BY 1
                          UNTIL WS-IND-AEX > WS-NB-A-EXP
                          OR WS-CDE-RETENUE = 'O'
                    END-IF
                    IF WS-CDE-RETENUE = 'O'
                       PERFORM 2100-OUVRIR-BON-DEB
                          THRU 2100-OUVRIR-BON-FIN
                    PERFORM 2200-ALLOUER-LIGNE-DEB
                       THRU 2200-ALLOUER-LIGNE-FIN
                 END-IF
                 PERFORM 2050-GARDER-LIGNE-DEB
                    THRU 2050-GARDER-LIGNE-FIN
              END-IF
           END-IF.
       2010-LIGNE-COMMANDE-FIN.
       2020-COMMANDE-A-EXPEDIER-FIN.
           EXIT.

       2050-GARDER-LIGNE-DEB.
           IF WS-NB-LGN < 99
              ADD 1 TO WS-NB-LGN
              MOVE WS-ENR-COMMANDE TO WS-LGN(WS-NB-LGN)
           ELSE
              DISPLAY 'COMMANDE ' CMD-IDCOMMAND ' : PLUS DE 99 '
                      'LIGNES, LIGNE ECRITE SANS REPORT DE STATUT'
              WRITE FS-ENR-COMMANDE-NOUV FROM WS-ENR-COMMANDE
              MOVE WS-ENR-COMMANDE TO WS-LIGNE-RESERVEE
              PERFORM 2420-RESERVER-LIGNE-DEB
                 THRU 2420-RESERVER-LIGNE-FIN
           END-IF.
       2050-GARDER-LIGNE-FIN.
           EXIT.

       2100-OUVRIR-BON-DEB.
           MOVE 'O' TO WS-BON-OUVERT.
           MOVE CMD-IDCLIENT TO WS-CLIENT-BON.
           DISPLAY 'BON DE LIVRAISON -- CLIENT ' WS-CLIENT-BON
                   '   COMMANDE ' CMD-IDCOMMAND
                   '   DU ' WS-DATE-REF.
           IF WS-STATUT-AVANT = 'P'
              DISPLAY 'LIVRAISON DE RELIQUAT (COMMANDE PARTIELLE)'
           END-IF.
           DISPLAY '================================================'.
           MOVE 0 TO WS-NB-PIK.
       2100-OUVRIR-BON-FIN.
           EXIT.

      * ALLOCATION FEFO DE LA LIGNE : LE RESTE A LIVRER (COMMANDE
      * MOINS DEJA EXPEDIE) EST SERVI LOT PAR LOT EN COMMENCANT
      * PAR LA DLUO LA PLUS PROCHE, COMME DANS LA CHAINE DE
      * STOCK ; LE RESTE NON COUVERT EST EDITE EN MANQUANT ET
      * DEMEURE EN RELIQUAT SUR LA LIGNE.
       2200-ALLOUER-LIGNE-DEB.
           ADD 1 TO WS-NB-LIGNES-BON.
      *    LIGNE ANTERIEURE AU SUIVI DES QUANTITES EXPEDIEES
           IF CMD-QTE-EXPEDIEE NOT NUMERIC
              MOVE 0 TO CMD-QTE-EXPEDIEE
           END-IF.
           IF CMD-QTE-EXPEDIEE >= CMD-QUANTITE
              DISPLAY '   LIGNE ' CMD-NUMLIGNE ' ' CMD-ARTICLE
                      ' DEJA LIVREE (' CMD-QTE-EXPEDIEE ')'
           ELSE
              MOVE CMD-ARTICLE(1:3) TO WS-CODE-STOCK
              COMPUTE WS-QTE-RESTANTE = CMD-QUANTITE - CMD-QTE-EXPEDIEE
              MOVE WS-QTE-RESTANTE TO WS-QTE-A-SERVIR
              MOVE WS-CODE-STOCK TO WS-CODE-CHERCHE
              PERFORM 1720-ARTICLE-SERIALISE-DEB
                 THRU 1720-ARTICLE-SERIALISE-FIN
              IF WS-ARTICLE-SERIALISE = 'O'
                 PERFORM 2260-LIMITER-AUX-SERIES-DEB
                    THRU 2260-LIMITER-AUX-SERIES-FIN
              END-IF
              MOVE 0 TO WS-QTE-LIVREE
              IF WS-LOTS-CHARGES = 'N'
                 MOVE WS-QTE-A-SERVIR TO WS-QTE-LIVREE
                 MOVE 0 TO WS-QTE-A-SERVIR
              END-IF
              PERFORM 2210-SERVIR-UN-LOT-DEB
                 THRU 2210-SERVIR-UN-LOT-FIN
                 UNTIL WS-QTE-A-SERVIR = 0
              ADD WS-QTE-LIVREE TO CMD-QTE-EXPEDIEE
              COMPUTE WS-QTE-RELIQUAT = WS-QTE-RESTANTE - WS-QTE-LIVREE
              IF WS-QTE-RELIQUAT > 0
                 MOVE 'O' TO WS-CDE-RELIQUAT
              END-IF
              DISPLAY '   LIGNE ' CMD-NUMLIGNE ' ' CMD-ARTICLE
                      ' COMMANDE ' CMD-QUANTITE
                      ' LIVRE ' WS-QTE-LIVREE
                      ' RELIQUAT ' WS-QTE-RELIQUAT
              IF WS-ARTICLE-SERIALISE = 'O'
                 AND WS-QTE-LIVREE > 0
                 MOVE WS-QTE-LIVREE TO WS-QTE-SERIES
                 PERFORM 2270-NOMMER-SERIE-DEB
                    THRU 2270-NOMMER-SERIE-FIN
                    VARYING WS-IND-SER FROM 1 BY 1
                    UNTIL WS-IND-SER > WS-NB-SERIES
                    OR WS-QTE-SERIES = 0
              END-IF
           END-IF.
       2200-ALLOUER-LIGNE-FIN.
           EXIT.

       2220-PLUS-PROCHE-DLUO-FIN.
           EXIT.

      * LA QUANTITE PRISE SUR LE LOT EST PRELEVEE EMPLACEMENT
      * PAR EMPLACEMENT : UNE ALLOCATION PAR EMPLACEMENT.
       2230-ECRIRE-ALLOCATION-DEB.
           MOVE WS-QTE-PRISE TO WS-QTE-A-PLACER.
           PERFORM 2240-SERVIR-UN-EMPL-DEB
              THRU 2240-SERVIR-UN-EMPL-FIN
              UNTIL WS-QTE-A-PLACER = 0.
           ADD WS-QTE-PRISE TO WS-QTE-LIVREE.
       2230-ECRIRE-ALLOCATION-FIN.
           EXIT.

      * L'EMPLACEMENT LE PLUS TOT DANS L'ORDRE DE PASSAGE QUI
      * CONTIENT ENCORE LE LOT ; A DEFAUT LE RESTE EST PIQUE AU
      * JUGE (EMPLACEMENT A BLANC).
       2240-SERVIR-UN-EMPL-DEB.
           MOVE 0 TO WS-IND-EST-RETENU.
           PERFORM 2245-PREMIER-EMPL-DEB
              THRU 2245-PREMIER-EMPL-FIN
              VARYING WS-IND-EST FROM 1 BY 1
              UNTIL WS-IND-EST > WS-NB-EST.
           IF WS-IND-EST-RETENU = 0
              MOVE WS-QTE-A-PLACER TO WS-QTE-EMPL
              MOVE SPACES TO WS-EMPL-PRIS
              MOVE 99999  TO WS-ORDRE-PRIS
           ELSE
              IF WS-EST-QTE(WS-IND-EST-RETENU) >= WS-QTE-A-PLACER
                 MOVE WS-QTE-A-PLACER TO WS-QTE-EMPL
              ELSE
                 MOVE WS-EST-QTE(WS-IND-EST-RETENU) TO WS-QTE-EMPL
              END-IF
              SUBTRACT WS-QTE-EMPL FROM WS-EST-QTE(WS-IND-EST-RETENU)
              MOVE WS-EST-EMPL(WS-IND-EST-RETENU)  TO WS-EMPL-PRIS
              MOVE WS-EST-ORDRE(WS-IND-EST-RETENU) TO WS-ORDRE-PRIS
           END-IF.
           SUBTRACT WS-QTE-EMPL FROM WS-QTE-A-PLACER.
           PERFORM 2250-ECRIRE-PRELEVEMENT-DEB
              THRU 2250-ECRIRE-PRELEVEMENT-FIN.
       2240-SERVIR-UN-EMPL-FIN.
           EXIT.

       2245-PREMIER-EMPL-DEB.
           IF WS-EST-CODE(WS-IND-EST) = WS-CODE-STOCK
              AND WS-EST-LOT(WS-IND-EST) = WS-LOT-NUM(WS-IND-FEFO)
              AND WS-EST-QTE(WS-IND-EST) > 0
              IF WS-IND-EST-RETENU = 0
                 OR WS-EST-ORDRE(WS-IND-EST)
                    < WS-EST-ORDRE(WS-IND-EST-RETENU)
                 MOVE WS-IND-EST TO WS-IND-EST-RETENU
              END-IF
           END-IF.
       2245-PREMIER-EMPL-FIN.
           EXIT.

      * LE PRELEVEMENT EST ECRIT DANS EXPALLOC ET GARDE POUR LA
      * LISTE DE PICKING DU BON (EDITE AUSSITOT SI LA LISTE EST
      * PLEINE).
       2250-ECRIRE-PRELEVEMENT-DEB.
           ADD 1 TO WS-NB-ALLOCATIONS.
           MOVE SPACES TO FS-ENR-ALLOC.
           MOVE WS-DATE-REF   TO FS-ALC-DATE.
           MOVE CMD-IDCOMMAND TO FS-ALC-IDCOMMAND.
           MOVE WS-DEPOT-VENTES TO FS-ALC-DEPOT.
           MOVE WS-LOT-NUM(WS-IND-FEFO)  TO FS-ALC-LOT.
           MOVE WS-LOT-DLUO(WS-IND-FEFO) TO FS-ALC-DLUO.
           MOVE WS-QTE-EMPL   TO FS-ALC-QTE.
           MOVE WS-EMPL-PRIS  TO FS-ALC-EMPL.
           WRITE FS-ENR-ALLOC.
           IF WS-NB-PIK < 200
              ADD 1 TO WS-NB-PIK
              MOVE WS-ORDRE-PRIS TO WS-PIK-ORDRE(WS-NB-PIK)
              MOVE WS-EMPL-PRIS  TO WS-PIK-EMPL(WS-NB-PIK)
              MOVE CMD-ARTICLE   TO WS-PIK-ARTICLE(WS-NB-PIK)
              MOVE WS-LOT-NUM(WS-IND-FEFO)
                TO WS-PIK-LOT(WS-NB-PIK)
              MOVE WS-LOT-DLUO(WS-IND-FEFO)
                TO WS-PIK-DLUO(WS-NB-PIK)
              MOVE WS-QTE-EMPL   TO WS-PIK-QTE(WS-NB-PIK)
              MOVE 'N'           TO WS-PIK-EDITE(WS-NB-PIK)
           ELSE
              MOVE WS-EMPL-PRIS TO WS-EMPL-EDITE
              IF WS-EMPL-EDITE = SPACES
                 MOVE 'AU JUGE' TO WS-EMPL-EDITE
              END-IF
              DISPLAY '   PICKING HORS LISTE : ' WS-EMPL-EDITE
                      ' ' CMD-ARTICLE ' LOT ' WS-LOT-NUM(WS-IND-FEFO)
                      ' QTE ' WS-QTE-EMPL
           END-IF.
       2250-ECRIRE-PRELEVEMENT-FIN.
           EXIT.

      * UN ARTICLE SUIVI PAR NUMERO DE SERIE NE SORT QUE POUR LES
      * UNITES DONT LE NUMERO EST EN STOCK AU DEPOT DE VENTE ; LE
      * RESTE DEMEURE EN RELIQUAT SUR LA LIGNE.
       2260-LIMITER-AUX-SERIES-DEB.
           MOVE 0 TO WS-NB-SERIES-DISPO.
           PERFORM 2265-COMPTER-SERIE-DEB
              THRU 2265-COMPTER-SERIE-FIN
              VARYING WS-IND-SER FROM 1 BY 1
              UNTIL WS-IND-SER > WS-NB-SERIES.
           IF WS-NB-SERIES-DISPO < WS-QTE-A-SERVIR
              ADD 1 TO WS-NB-MANQUE-SERIE
              DISPLAY '   NUMEROS DE SERIE EN STOCK INSUFFISANTS : '
                      CMD-ARTICLE ' ' WS-NB-SERIES-DISPO
                      ' POUR ' WS-QTE-A-SERVIR
              MOVE WS-NB-SERIES-DISPO TO WS-QTE-A-SERVIR
           END-IF.
       2260-LIMITER-AUX-SERIES-FIN.
           EXIT.

       2265-COMPTER-SERIE-DEB.
           IF WS-SER-CODE(WS-IND-SER) = WS-CODE-STOCK
              AND WS-SER-DEPOT(WS-IND-SER) = WS-DEPOT-VENTES
              AND (WS-SER-EVT(WS-IND-SER) = 'R'
                   OR WS-SER-EVT(WS-IND-SER) = 'T')
              ADD 1 TO WS-NB-SERIES-DISPO
           END-IF.
       2265-COMPTER-SERIE-FIN.
           EXIT.

      * LES NUMEROS EN STOCK LES PLUS ANCIENS SONT NOMMES SUR LE
      * BON ET SORTENT AU REGISTRE AU NOM DU CLIENT.
       2270-NOMMER-SERIE-DEB.
           IF WS-SER-CODE(WS-IND-SER) = WS-CODE-STOCK
              AND WS-SER-DEPOT(WS-IND-SER) = WS-DEPOT-VENTES
              AND (WS-SER-EVT(WS-IND-SER) = 'R'
                   OR WS-SER-EVT(WS-IND-SER) = 'T')
              MOVE 'E' TO WS-SER-EVT(WS-IND-SER)
              SUBTRACT 1 FROM WS-QTE-SERIES
              ADD 1 TO WS-NB-SERIES-EXPED
              MOVE SPACES TO FS-ENR-SERIE
              MOVE WS-SER-SERIE(WS-IND-SER) TO FS-SER-SERIE
              MOVE WS-CODE-STOCK            TO FS-SER-CODE
              MOVE 'E'                      TO FS-SER-EVT
              MOVE WS-DEPOT-VENTES          TO FS-SER-DEPOT
              MOVE CMD-IDCLIENT             TO FS-SER-CLIENT
              MOVE CMD-IDCOMMAND            TO FS-SER-COMMANDE
              MOVE 0                        TO FS-SER-FACTURE
              MOVE WS-DATE-REF              TO FS-SER-DATE
              WRITE FS-ENR-SERIE
              DISPLAY '      NUMERO DE SERIE : '
                      WS-SER-SERIE(WS-IND-SER)
           END-IF.
       2270-NOMMER-SERIE-FIN.
           EXIT.

      * A LA CLOTURE DU BON, LA COMMANDE PREND LE STATUT 'P'
      * S'IL RESTE UN RELIQUAT SUR UNE LIGNE, 'X' SINON.
       2300-CLORE-BON-DEB.
           PERFORM 2320-EDITER-PICKING-DEB
              THRU 2320-EDITER-PICKING-FIN.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'LIGNES DU BON : ' WS-NB-LIGNES-BON.
           MOVE 'N' TO WS-BON-OUVERT.
           IF WS-CDE-RELIQUAT = 'O'
              MOVE 'P' TO WS-STATUT-APRES
              ADD 1 TO WS-NB-PARTIELLES
              DISPLAY 'RELIQUAT OUVERT : COMMANDE PARTIELLEMENT '
                      'EXPEDIEE'
           ELSE
              MOVE 'X' TO WS-STATUT-APRES
              IF WS-STATUT-AVANT = 'P'
                 ADD 1 TO WS-NB-SOLDEES
                 DISPLAY 'RELIQUAT LIVRE : COMMANDE SOLDEE'
              END-IF
           END-IF.
           IF WS-STATUT-APRES NOT = WS-STATUT-AVANT
              PERFORM 2310-HISTORISER-DEB
                 THRU 2310-HISTORISER-FIN
           END-IF.
       2300-CLORE-BON-FIN.
           EXIT.

       2310-HISTORISER-DEB.
           MOVE SPACES TO FS-ENR-HISTO-STATUT.
           MOVE WS-DATE-REF     TO FS-HIS-DATE.
           MOVE WS-HORO-HEURE   TO FS-HIS-HEURE.
           MOVE WS-CDE-COURANTE TO FS-HIS-IDCOMMAND.
           MOVE WS-STATUT-AVANT TO FS-HIS-ANCIEN.
           MOVE WS-STATUT-APRES TO FS-HIS-NOUVEAU.
           MOVE WS-PROGRAM-ID   TO FS-HIS-OPERATEUR.
           WRITE FS-ENR-HISTO-STATUT.
       2310-HISTORISER-FIN.
           EXIT.

      * LISTE DE PICKING DANS L'ORDRE DE PASSAGE : A CHAQUE TOUR
      * LA LIGNE NON EDITEE D'ORDRE LE PLUS PETIT (A EGALITE LA
      * PREMIERE ALLOUEE) ; LES PRELEVEMENTS AU JUGE EN DERNIER.
       2320-EDITER-PICKING-DEB.
           IF WS-NB-PIK NOT = 0
              DISPLAY '------------------------------------------------'
              DISPLAY 'LISTE DE PICKING EN ORDRE DE PASSAGE '
                      '(EMPLACEMENT, ARTICLE, DEPOT, LOT, DLUO, QTE) :'
              PERFORM 2330-LIGNE-PICKING-DEB
                 THRU 2330-LIGNE-PICKING-FIN
                 VARYING WS-IND-PIK-EDIT FROM 1 BY 1
                 UNTIL WS-IND-PIK-EDIT > WS-NB-PIK
           END-IF.
       2320-EDITER-PICKING-FIN.
           EXIT.

       2330-LIGNE-PICKING-DEB.
           MOVE 0 TO WS-IND-PIK-MIN.
           PERFORM 2340-PLUS-PETIT-ORDRE-DEB
              THRU 2340-PLUS-PETIT-ORDRE-FIN
              VARYING WS-IND-PIK FROM 1 BY 1
              UNTIL WS-IND-PIK > WS-NB-PIK.
           MOVE 'O' TO WS-PIK-EDITE(WS-IND-PIK-MIN).
           MOVE WS-PIK-EMPL(WS-IND-PIK-MIN) TO WS-EMPL-EDITE.
           IF WS-EMPL-EDITE = SPACES
              MOVE 'AU JUGE' TO WS-EMPL-EDITE
           END-IF.
           DISPLAY '   ' WS-EMPL-EDITE
                   ' ' WS-PIK-ARTICLE(WS-IND-PIK-MIN)
                   ' DEPOT ' WS-DEPOT-VENTES
                   ' LOT ' WS-PIK-LOT(WS-IND-PIK-MIN)
                   ' DLUO ' WS-PIK-DLUO(WS-IND-PIK-MIN)
                   ' QTE ' WS-PIK-QTE(WS-IND-PIK-MIN).
       2330-LIGNE-PICKING-FIN.
           EXIT.

       2340-PLUS-PETIT-ORDRE-DEB.
           IF WS-PIK-EDITE(WS-IND-PIK) = 'N'
              IF WS-IND-PIK-MIN = 0
                 OR WS-PIK-ORDRE(WS-IND-PIK)
                    < WS-PIK-ORDRE(WS-IND-PIK-MIN)
                 MOVE WS-IND-PIK TO WS-IND-PIK-MIN
              END-IF
           END-IF.
       2340-PLUS-PETIT-ORDRE-FIN.
           EXIT.

      * ECRITURE DES LIGNES GARDEES DE LA COMMANDE DANS LA
      * NOUVELLE GENERATION, AVEC SON STATUT APRES EXPEDITION.
       2400-ECRIRE-COMMANDE-DEB.
           IF WS-BON-OUVERT = 'O'
              PERFORM 2300-CLORE-BON-DEB
                 THRU 2300-CLORE-BON-FIN
           END-IF.
           PERFORM 2410-ECRIRE-LIGNE-DEB
              THRU 2410-ECRIRE-LIGNE-FIN
              VARYING WS-IND-LGN FROM 1 BY 1
              UNTIL WS-IND-LGN > WS-NB-LGN.
           MOVE 0 TO WS-NB-LGN.
           MOVE SPACE TO WS-STATUT-APRES.
       2400-ECRIRE-COMMANDE-FIN.
           EXIT.

       2410-ECRIRE-LIGNE-DEB.
           IF WS-STATUT-APRES NOT = SPACE
              MOVE WS-STATUT-APRES TO WS-LGN-CODESTR(WS-IND-LGN)
           END-IF.
           WRITE FS-ENR-COMMANDE-NOUV FROM WS-LGN(WS-IND-LGN).
           MOVE WS-LGN(WS-IND-LGN) TO WS-LIGNE-RESERVEE.
           PERFORM 2420-RESERVER-LIGNE-DEB
              THRU 2420-RESERVER-LIGNE-FIN.
       2410-ECRIRE-LIGNE-FIN.
           EXIT.

      * UNE LIGNE VALIDEE, EXPEDIEE OU PARTIELLE RESERVE CE QUI
      * LUI RESTE A LIVRER ; UNE LIGNE SERVIE EN TOTALITE NE
      * RESERVE PLUS RIEN : L'EXPEDITION A CONSOMME LA
      * RESERVATION.
       2420-RESERVER-LIGNE-DEB.
           IF RSC-CODESTR = 'V'
              OR RSC-CODESTR = 'X'
              OR RSC-CODESTR = 'P'
              IF RSC-QUANTITE NUMERIC
                 IF RSC-QTE-EXPEDIEE NUMERIC
                    MOVE RSC-QTE-EXPEDIEE TO WS-QTE-DEJA-EXPEDIEE
                 ELSE
                    MOVE 0 TO WS-QTE-DEJA-EXPEDIEE
                 END-IF
                 IF WS-QTE-DEJA-EXPEDIEE < RSC-QUANTITE
                    MOVE SPACES              TO FS-ENR-RESERV-NOUV
                    MOVE RSC-IDCOMMAND       TO FS-RSV-IDCOMMAND
                    MOVE RSC-NUMLIGNE        TO FS-RSV-NUMLIGNE
                    MOVE RSC-ARTICLE(1:3)    TO FS-RSV-CODE
                    MOVE WS-DEPOT-VENTES     TO FS-RSV-DEPOT
                    COMPUTE FS-RSV-QTE =
                       RSC-QUANTITE - WS-QTE-DEJA-EXPEDIEE
                    MOVE RSC-CODESTR         TO FS-RSV-STATUT
                    MOVE RSC-IDCLIENT        TO FS-RSV-IDCLIENT
                    WRITE FS-ENR-RESERV-NOUV
                    ADD 1          TO WS-NB-RESERVATIONS
                    ADD FS-RSV-QTE TO WS-QTE-RESERVEE
                 END-IF
              END-IF
           END-IF.
       2420-RESERVER-LIGNE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY 'BONS DE LIVRAISON EMIS : ' WS-NB-BONS.
           DISPLAY 'ALLOCATIONS DE LOTS    : ' WS-NB-ALLOCATIONS.
           DISPLAY 'LIGNES EN MANQUANT     : ' WS-NB-MANQUANTS.
           DISPLAY 'COMMANDES PARTIELLES   : ' WS-NB-PARTIELLES.
           DISPLAY 'RELIQUATS SOLDES       : ' WS-NB-SOLDEES.
           DISPLAY 'LIGNES ENCORE RESERVEES: ' WS-NB-RESERVATIONS.
           DISPLAY 'QUANTITE ENCORE RESERVEE: ' WS-QTE-RESERVEE.
           DISPLAY 'NUMEROS DE SERIE SORTIS: ' WS-NB-SERIES-EXPED.
           DISPLAY 'LIGNES SANS N. SERIE   : ' WS-NB-MANQUE-SERIE.
           DISPLAY 'BASCULER FCOMMAND_ENCOURS_NEW.TXT SUR '
                   'FCOMMAND_ENCOURS.TXT APRES CONTROLE'.
           DISPLAY 'BASCULER RESERVATIONS_NEW.TXT SUR '
                   'RESERVATIONS.TXT APRES CONTROLE'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'BONS DE LIVRAISON'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-BONS           TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'EXPEDIT. PARTIELLES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-PARTIELLES     TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

