       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTDESTR.

      *********************************************************
      *     DESTRUCTION MENSUELLE DES LOTS PERIMES ET REBUTES.
      *
      *     L'ETAT DES PEREMPTIONS DE LA CHAINE DE STOCK
      *     (PEREMPTION.TXT) SIGNALE LES LOTS DONT LA DLUO EST
      *     DEPASSEE, MAIS ILS RESTAIENT EN STOCK JUSQU'A CE QUE
      *     L'INVENTAIRE LES DECOUVRE. CE PROGRAMME, PASSE EN FIN
      *     DE MOIS :
      *       - RETIENT COMME CANDIDATS A LA DESTRUCTION LES LOTS
      *         MARQUES PERIME DANS PEREMPTION.TXT (MOTIF PE) ET
      *         LES LOTS AU STATUT QUALITE R (LOTSTATUT.TXT,
      *         MOTIF RQ) QUI ONT ENCORE DU STOCK ; LA QUANTITE
      *         RETENUE EST LE SOLDE DU LOT DANS LOTSOLDES.TXT.
      *         UN LOT REBUTE EN ATTENTE DE RETOUR FOURNISSEUR
      *         (RETFOURAUTO.TXT) N'EST PAS DETRUIT, UN LOT DEJA
      *         DETRUIT DANS LE MOIS (DESTRJOURNAL.TXT) NON PLUS,
      *       - VALORISE CHAQUE LOT AU COUT UNITAIRE DE L'ARTICLE
      *         DANS SON DEPOT (ARTICLES.TXT),
      *       - APPLIQUE LES DESTRUCTIONS VISEES PAR LE
      *         RESPONSABLE (DESTRVISA.TXT : ARTICLE, DEPOT, LOT,
      *         OPERATEUR) : MOUVEMENTS '-' AU FORMAT DE LA CHAINE
      *         DE STOCK (MVTDESTR.TXT, ENVELOPPE COMPRISE, LOT ET
      *         DLUO REPRIS, TRANCHES DE 999), LE MOTIF DE
      *         DESTRUCTION ETANT PORTE PAR LA ZONE CIBLE, INUTILE
      *         SUR UNE SORTIE ; CHAQUE DESTRUCTION EST AJOUTEE AU
      *         JOURNAL DESTRJOURNAL.TXT ET JOURNALISEE DANS
      *         FAUDITLOG VIA ERRLOG AVEC L'OPERATEUR,
      *       - EDITE LA LISTE DES CANDIDATS (DESTRLISTE.TXT),
      *         LOTS A VISER ET LOTS DETRUITS, VALORISEE, AVEC LES
      *         CADRES DE SIGNATURE DU RESPONSABLE DE STOCK ET DU
      *         CONTROLE DE GESTION ; LE PREMIER PASSAGE DU MOIS
      *         SORT LA LISTE A VISER, LE SECOND, VISAS FOURNIS,
      *         LE PROCES-VERBAL DE DESTRUCTION,
      *       - DEPOSE LA VALEUR DETRUITE EN CENTIMES DANS
      *         RECAPJOUR ('DESTRUCTIONS CTS'), QUE CPTAUTO IMPUTE
      *         EN CHARGE SELON LA REGLE LOTDESTR DE CPTREGLES.TXT
      *         (DEBIT PERTES SUR STOCK, CREDIT STOCK).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PEREMPTION
              ASSIGN TO "./files/peremption.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PER.
           SELECT FIC-STATUTS
              ASSIGN TO "./files/lotstatut.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STA.
           SELECT FIC-LOTS
              ASSIGN TO "./files/lotsoldes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOTS.
           SELECT FIC-ARTICLES
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.
           SELECT FIC-AUTORISATIONS
              ASSIGN TO "./files/retfourauto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AUT.
           SELECT FIC-JOURNAL
              ASSIGN TO "./files/destrjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-VISAS
              ASSIGN TO "./files/destrvisa.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-VIS.
           SELECT FIC-MVT-DESTR
              ASSIGN TO "./files/mvtdestr.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.
           SELECT FIC-LISTE
              ASSIGN TO "./files/destrliste.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LST.

       DATA DIVISION.
       FILE SECTION.
      *    MEME DECOUPAGE QUE L'ETAT ECRIT PAR LA CHAINE DE STOCK.
       FD FIC-PEREMPTION RECORDING MODE IS F.
       01  FS-ENR-PEREMP.
           05 FS-PER-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-PER-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-PER-LOT   PIC X(8).
           05 FILLER PIC X(1).
           05 FS-PER-DLUO  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PER-QTE   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PER-ETAT  PIC X(9).
           05 FILLER PIC X(1).
           05 FS-PER-QTE-BLOQUEE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PER-STATUT PIC X(1).

       FD FIC-STATUTS RECORDING MODE IS F.
       01  FS-ENR-STATUT.
           05 FS-STA-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-STA-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-STA-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-STA-STATUT    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-STA-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-STA-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-STA-OPERATEUR PIC X(8).

       FD FIC-LOTS RECORDING MODE IS F.
       01  FS-ENR-LOT.
           05 FS-LOT-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LOT-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-LOT-NUM   PIC X(8).
           05 FILLER PIC X(1).
           05 FS-LOT-DLUO  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LOT-QTE   PIC 9(5).

       FD FIC-ARTICLES RECORDING MODE IS F.
       01  FS-ENR-ARTICLE.
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

      *    MEME DECOUPAGE QUE LES AUTORISATIONS LUES PAR ACHRETOU.
       FD FIC-AUTORISATIONS RECORDING MODE IS F.
       01  FS-ENR-AUTORISATION.
           05 FS-AUT-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-AUT-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-AUT-ARTICLE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-AUT-LOT      PIC X(8).
           05 FILLER PIC X(1).
           05 FS-AUT-QTE      PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-AUT-MOTIF    PIC X(2).

      *    JOURNAL DES DESTRUCTIONS, ALIMENTE EN AJOUT.
       FD FIC-JOURNAL RECORDING MODE IS F.
       01  FS-ENR-JOURNAL.
           05 FS-JRN-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-JRN-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-JRN-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-JRN-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-JRN-DLUO      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-JRN-QTE       PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-JRN-COUT      PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-JRN-VALEUR    PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRN-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-JRN-OPERATEUR PIC X(8).

       FD FIC-VISAS RECORDING MODE IS F.
       01  FS-ENR-VISA.
           05 FS-VIS-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-VIS-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-VIS-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-VIS-OPERATEUR PIC X(8).

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO).
       FD FIC-MVT-DESTR RECORDING MODE IS F.
       01  FS-ENR-MVT-DESTR.
           05 FS-MVD-CODEM   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-MVD-DEPOTM  PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVD-SENSM   PIC X(1).
           05 FS-MVD-VALEURM PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-MVD-CIBLE   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVD-LOT     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVD-DLUO    PIC X(8).

       FD FIC-LISTE RECORDING MODE IS F.
       01  FS-ENR-LISTE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'LOTDESTR'.
       01  WS-STATUS-PER  PIC XX.
       01  WS-STATUS-STA  PIC XX.
       01  WS-STATUS-LOTS PIC XX.
       01  WS-STATUS-ART  PIC XX.
       01  WS-STATUS-AUT  PIC XX.
       01  WS-STATUS-JRN  PIC XX.
       01  WS-STATUS-VIS  PIC XX.
       01  WS-STATUS-MVT  PIC XX.
       01  WS-STATUS-LST  PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.

      * SOLDES DES LOTS EN STOCK (QUANTITE ET DLUO DU LOT).
       01  WS-SOLDES.
           05 WS-NB-SOLDES PIC 9(4) VALUE 0.
           05 WS-SLD OCCURS 999 TIMES.
               10 WS-SLD-CODE  PIC X(3).
               10 WS-SLD-DEPOT PIC X(2).
               10 WS-SLD-LOT   PIC X(8).
               10 WS-SLD-DLUO  PIC 9(8).
               10 WS-SLD-QTE   PIC 9(5).
       01  WS-IND-SLD        PIC 9(4).
       01  WS-IND-SLD-TROUVE PIC 9(4).

      * COUT UNITAIRE PAR (ARTICLE, DEPOT).
       01  WS-ARTICLES.
           05 WS-NB-ARTICLES PIC 9(3) VALUE 0.
           05 WS-ART OCCURS 500 TIMES.
               10 WS-ART-CODE  PIC X(3).
               10 WS-ART-DEPOT PIC X(2).
               10 WS-ART-COUT  PIC 9(4)V99.
       01  WS-IND-ART        PIC 9(3).
       01  WS-IND-ART-TROUVE PIC 9(3).

      * LOTS EXCLUS : RETOUR FOURNISSEUR AUTORISE EN ATTENTE, OU
      * DESTRUCTION DEJA JOURNALISEE DANS LE MOIS.
       01  WS-EXCLUS.
           05 WS-NB-EXCLUS PIC 9(4) VALUE 0.
           05 WS-EXC OCCURS 999 TIMES.
               10 WS-EXC-CODE  PIC X(3).
               10 WS-EXC-DEPOT PIC X(2).
               10 WS-EXC-LOT   PIC X(8).
       01  WS-IND-EXC        PIC 9(4).
       01  WS-IND-EXC-TROUVE PIC 9(4).

      * CANDIDATS A LA DESTRUCTION ; ETAT ' ' A VISER, 'D'
      * DETRUIT CE JOUR.
       01  WS-CANDIDATS.
           05 WS-NB-CANDIDATS PIC 9(4) VALUE 0.
           05 WS-CAN OCCURS 999 TIMES.
               10 WS-CAN-CODE      PIC X(3).
               10 WS-CAN-DEPOT     PIC X(2).
               10 WS-CAN-LOT       PIC X(8).
               10 WS-CAN-DLUO      PIC 9(8).
               10 WS-CAN-QTE       PIC 9(5).
               10 WS-CAN-COUT      PIC 9(4)V99.
               10 WS-CAN-VALEUR    PIC 9(7)V99.
               10 WS-CAN-MOTIF     PIC X(2).
               10 WS-CAN-ETAT      PIC X(1).
               10 WS-CAN-OPERATEUR PIC X(8).
       01  WS-IND-CAN        PIC 9(4).
       01  WS-IND-CAN-TROUVE PIC 9(4).

      * CLE DE RECHERCHE COMMUNE AUX TABLES.
       01  WS-CLE.
           05 WS-CLE-CODE  PIC X(3).
           05 WS-CLE-DEPOT PIC X(2).
           05 WS-CLE-LOT   PIC X(8).
       01  WS-CLE-MOTIF    PIC X(2).

       01  WS-QTE-RESTE      PIC 9(5).
       01  WS-QTE-TRANCHE    PIC 9(3).
       01  WS-ENR-ENVELOPPE  PIC X(32).
       01  WS-NB-MVTS        PIC 9(7) VALUE 0.
       01  WS-MSG-AUDIT      PIC X(40).
       01  WS-OPERATEUR      PIC X(8).
       01  WS-CANDIDAT-OK    PIC X(1).

       01  WS-VALEUR-CANDIDATE PIC 9(9)V99 VALUE 0.
       01  WS-VALEUR-DETRUITE  PIC 9(9)V99 VALUE 0.
       01  WS-VALEUR-CENTIMES  PIC S9(11) VALUE 0.

       01  WS-COMPTEURS.
           05 WS-NB-PERIMES      PIC 9(5) VALUE 0.
           05 WS-NB-REBUTES      PIC 9(5) VALUE 0.
           05 WS-NB-EXCLUS-RET   PIC 9(5) VALUE 0.
           05 WS-NB-EXCLUS-JRN   PIC 9(5) VALUE 0.
           05 WS-NB-SANS-COUT    PIC 9(5) VALUE 0.
           05 WS-NB-VISAS-LUS    PIC 9(5) VALUE 0.
           05 WS-NB-DETRUITS     PIC 9(5) VALUE 0.
           05 WS-NB-VISAS-REJETES PIC 9(5) VALUE 0.
           05 WS-NB-A-VISER      PIC 9(5) VALUE 0.

      * LIGNES DE LA LISTE DE DESTRUCTION.
       01  WS-LIG-TITRE.
           05 FILLER PIC X(38)
              VALUE 'LOTS PERIMES ET REBUTES A DETRUIRE AU '.
           05 WS-LIG-TITRE-DATE PIC X(8).
           05 FILLER PIC X(34) VALUE SPACES.
       01  WS-LIG-ENTETE.
           05 FILLER PIC X(40)
              VALUE 'ART DP LOT      DLUO       QTE COUT UN  '.
           05 FILLER PIC X(40)
              VALUE '   VALEUR MO ETAT    VISA               '.
       01  WS-LIG-DETAIL.
           05 WS-LIG-CODE      PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-DEPOT     PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-LOT       PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-DLUO      PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-QTE       PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-COUT      PIC Z(3)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-VALEUR    PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-MOTIF     PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-ETAT      PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-OPERATEUR PIC X(8).
           05 FILLER PIC X(7) VALUE SPACES.
       01  WS-LIG-TOTAL.
           05 FILLER PIC X(20) VALUE 'TOTAL A VISER      :'.
           05 WS-LIG-TOT-AVISER PIC Z(8)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'TOTAL DETRUIT      :'.
           05 WS-LIG-TOT-DETRUIT PIC Z(8)9.99.
           05 FILLER PIC X(12) VALUE SPACES.
       01  WS-LIG-SIGNATURE.
           05 WS-LIG-SIG-QUALITE PIC X(30).
           05 FILLER PIC X(50)
              VALUE 'NOM : ................  SIGNATURE : ...........'.

       01  WS-VALEUR-A-VISER PIC 9(9)V99 VALUE 0.

      * JOURNALISATION CENTRALE DES DESTRUCTIONS.
       01  WS-SOUS-PROG-ERRLOG PIC X(8) VALUE 'ERRLOG'.
       01  WS-LIEN-ERRLOG.
           05 WS-LIEN-ERRLOG-IN.
               10 WS-LIEN-ERRLOG-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-ERRLOG-IN-TYPE      PIC X.
               10 WS-LIEN-ERRLOG-IN-CODE-FICH PIC XX.
               10 WS-LIEN-ERRLOG-IN-CODE-SQL  PIC S9(8).
               10 WS-LIEN-ERRLOG-IN-SEVERITE  PIC X.
               10 WS-LIEN-ERRLOG-IN-OPERATEUR PIC X(8).
           05 WS-LIEN-ERRLOG-OU.
               10 WS-LIEN-ERRLOG-OU-MESSAGE   PIC X(40).

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
       0000-LOTDESTR-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1000-CHARGER-LOTS-DEB
              THRU 1000-CHARGER-LOTS-FIN.
           PERFORM 1100-CHARGER-ARTICLES-DEB
              THRU 1100-CHARGER-ARTICLES-FIN.
           PERFORM 1200-CHARGER-EXCLUS-DEB
              THRU 1200-CHARGER-EXCLUS-FIN.
           PERFORM 2000-RETENIR-PERIMES-DEB
              THRU 2000-RETENIR-PERIMES-FIN.
           PERFORM 2100-RETENIR-REBUTES-DEB
              THRU 2100-RETENIR-REBUTES-FIN.
           PERFORM 3000-APPLIQUER-VISAS-DEB
              THRU 3000-APPLIQUER-VISAS-FIN.
           PERFORM 4000-EDITER-LISTE-DEB
              THRU 4000-EDITER-LISTE-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-LOTDESTR-FIN.
           EXIT.

       1000-CHARGER-LOTS-DEB.
           OPEN INPUT FIC-LOTS.
           IF WS-STATUS-LOTS = '00'
              PERFORM 1010-CHARGER-LOT-DEB
                 THRU 1010-CHARGER-LOT-FIN
                 UNTIL WS-STATUS-LOTS NOT = '00'
              CLOSE FIC-LOTS
           ELSE
              DISPLAY 'SOLDES DES LOTS INTROUVABLES, AUCUNE '
                      'DESTRUCTION POSSIBLE'
           END-IF.
       1000-CHARGER-LOTS-FIN.
           EXIT.

       1010-CHARGER-LOT-DEB.
           READ FIC-LOTS
              AT END
                 MOVE '10' TO WS-STATUS-LOTS
           END-READ.
           IF WS-STATUS-LOTS = '00'
              AND FS-LOT-QTE > 0
              IF WS-NB-SOLDES < 999
                 ADD 1 TO WS-NB-SOLDES
                 MOVE FS-LOT-CODE  TO WS-SLD-CODE(WS-NB-SOLDES)
                 MOVE FS-LOT-DEPOT TO WS-SLD-DEPOT(WS-NB-SOLDES)
                 MOVE FS-LOT-NUM   TO WS-SLD-LOT(WS-NB-SOLDES)
                 MOVE FS-LOT-DLUO  TO WS-SLD-DLUO(WS-NB-SOLDES)
                 MOVE FS-LOT-QTE   TO WS-SLD-QTE(WS-NB-SOLDES)
              ELSE
                 DISPLAY 'TABLE DES SOLDES PLEINE (999), LOT '
                         'IGNORE : ' FS-LOT-CODE ' ' FS-LOT-DEPOT
                         ' ' FS-LOT-NUM
              END-IF
           END-IF.
       1010-CHARGER-LOT-FIN.
           EXIT.

      * UN ARTICLE SANS COUT CONNU EST VALORISE A ZERO ET
      * SIGNALE SUR LA LISTE.
       1100-CHARGER-ARTICLES-DEB.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART = '00'
              PERFORM 1110-CHARGER-ARTICLE-DEB
                 THRU 1110-CHARGER-ARTICLE-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
              CLOSE FIC-ARTICLES
           ELSE
              DISPLAY 'FICHIER ARTICLES INTROUVABLE, LOTS VALORISES '
                      'A ZERO'
           END-IF.
       1100-CHARGER-ARTICLES-FIN.
           EXIT.

       1110-CHARGER-ARTICLE-DEB.
           READ FIC-ARTICLES
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              IF WS-NB-ARTICLES < 500
                 ADD 1 TO WS-NB-ARTICLES
                 MOVE FS-ART-CODE  TO WS-ART-CODE(WS-NB-ARTICLES)
                 MOVE FS-ART-DEPOT TO WS-ART-DEPOT(WS-NB-ARTICLES)
                 IF FS-ART-COUT IS NUMERIC
                    MOVE FS-ART-COUT TO WS-ART-COUT(WS-NB-ARTICLES)
                 ELSE
                    MOVE 0 TO WS-ART-COUT(WS-NB-ARTICLES)
                 END-IF
              ELSE
                 DISPLAY 'TABLE DES ARTICLES PLEINE (500), CODE '
                         'IGNORE : ' FS-ART-CODE ' ' FS-ART-DEPOT
              END-IF
           END-IF.
       1110-CHARGER-ARTICLE-FIN.
           EXIT.

      * LES AUTORISATIONS DE RETOUR NE PORTENT PAS LE DEPOT : LE
      * LOT EST EXCLU DANS TOUS LES DEPOTS (DEPOT A BLANC). LE
      * JOURNAL NE RETIENT QUE LES DESTRUCTIONS DU MOIS DU RUN.
       1200-CHARGER-EXCLUS-DEB.
           OPEN INPUT FIC-AUTORISATIONS.
           IF WS-STATUS-AUT = '00'
              PERFORM 1210-CHARGER-AUTORISATION-DEB
                 THRU 1210-CHARGER-AUTORISATION-FIN
                 UNTIL WS-STATUS-AUT NOT = '00'
              CLOSE FIC-AUTORISATIONS
           END-IF.
           OPEN INPUT FIC-JOURNAL.
           IF WS-STATUS-JRN = '00'
              PERFORM 1220-CHARGER-JOURNAL-DEB
                 THRU 1220-CHARGER-JOURNAL-FIN
                 UNTIL WS-STATUS-JRN NOT = '00'
              CLOSE FIC-JOURNAL
           END-IF.
       1200-CHARGER-EXCLUS-FIN.
           EXIT.

       1210-CHARGER-AUTORISATION-DEB.
           READ FIC-AUTORISATIONS
              AT END
                 MOVE '10' TO WS-STATUS-AUT
           END-READ.
           IF WS-STATUS-AUT = '00'
              AND FS-AUT-LOT NOT = SPACES
              MOVE FS-AUT-ARTICLE TO WS-CLE-CODE
              MOVE SPACES         TO WS-CLE-DEPOT
              MOVE FS-AUT-LOT     TO WS-CLE-LOT
              PERFORM 7100-AJOUTER-EXCLU-DEB
                 THRU 7100-AJOUTER-EXCLU-FIN
           END-IF.
       1210-CHARGER-AUTORISATION-FIN.
           EXIT.

       1220-CHARGER-JOURNAL-DEB.
           READ FIC-JOURNAL
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              AND FS-ENR-JOURNAL(1:6) = WS-DATE-REF(1:6)
              MOVE FS-JRN-CODE  TO WS-CLE-CODE
              MOVE FS-JRN-DEPOT TO WS-CLE-DEPOT
              MOVE FS-JRN-LOT   TO WS-CLE-LOT
              PERFORM 7100-AJOUTER-EXCLU-DEB
                 THRU 7100-AJOUTER-EXCLU-FIN
           END-IF.
       1220-CHARGER-JOURNAL-FIN.
           EXIT.

      * LOTS PERIMES DE L'ETAT DE LA DERNIERE PASSE DE STOCK ;
      * LES LOTS 'A PERIMER' NE SONT PAS RETENUS.
       2000-RETENIR-PERIMES-DEB.
           OPEN INPUT FIC-PEREMPTION.
           IF WS-STATUS-PER = '00'
              PERFORM 2010-UN-PERIME-DEB
                 THRU 2010-UN-PERIME-FIN
                 UNTIL WS-STATUS-PER NOT = '00'
              CLOSE FIC-PEREMPTION
           ELSE
              DISPLAY 'ETAT DES PEREMPTIONS INTROUVABLE, AUCUN LOT '
                      'PERIME RETENU'
           END-IF.
       2000-RETENIR-PERIMES-FIN.
           EXIT.

       2010-UN-PERIME-DEB.
           READ FIC-PEREMPTION
              AT END
                 MOVE '10' TO WS-STATUS-PER
           END-READ.
           IF WS-STATUS-PER = '00'
              IF FS-PER-ETAT = 'PERIME'
                 MOVE FS-PER-CODE  TO WS-CLE-CODE
                 MOVE FS-PER-DEPOT TO WS-CLE-DEPOT
                 MOVE FS-PER-LOT   TO WS-CLE-LOT
                 MOVE 'PE'         TO WS-CLE-MOTIF
                 PERFORM 2200-RETENIR-CANDIDAT-DEB
                    THRU 2200-RETENIR-CANDIDAT-FIN
              END-IF
           END-IF.
       2010-UN-PERIME-FIN.
           EXIT.

      * LOTS REBUTES PAR LOTQUAL DONT UN SOLDE RESTE EN STOCK
      * (SURPLUS AU-DELA DE 999, REBUT NON ENCORE SORTI).
       2100-RETENIR-REBUTES-DEB.
           OPEN INPUT FIC-STATUTS.
           IF WS-STATUS-STA = '00'
              PERFORM 2110-UN-REBUTE-DEB
                 THRU 2110-UN-REBUTE-FIN
                 UNTIL WS-STATUS-STA NOT = '00'
              CLOSE FIC-STATUTS
           END-IF.
       2100-RETENIR-REBUTES-FIN.
           EXIT.

       2110-UN-REBUTE-DEB.
           READ FIC-STATUTS
              AT END
                 MOVE '10' TO WS-STATUS-STA
           END-READ.
           IF WS-STATUS-STA = '00'
              IF FS-STA-STATUT = 'R'
                 MOVE FS-STA-CODE  TO WS-CLE-CODE
                 MOVE FS-STA-DEPOT TO WS-CLE-DEPOT
                 MOVE FS-STA-LOT   TO WS-CLE-LOT
                 MOVE 'RQ'         TO WS-CLE-MOTIF
                 PERFORM 2200-RETENIR-CANDIDAT-DEB
                    THRU 2200-RETENIR-CANDIDAT-FIN
              END-IF
           END-IF.
       2110-UN-REBUTE-FIN.
           EXIT.

      * UN LOT N'EST RETENU QU'UNE FOIS (UN LOT PERIME ET REBUTE
      * GARDE LE MOTIF PE), ET SEULEMENT S'IL A DU STOCK.
       2200-RETENIR-CANDIDAT-DEB.
           MOVE 'O' TO WS-CANDIDAT-OK.
           PERFORM 7000-TROUVER-CANDIDAT-DEB
              THRU 7000-TROUVER-CANDIDAT-FIN.
           IF WS-IND-CAN-TROUVE > 0
              MOVE 'N' TO WS-CANDIDAT-OK
           END-IF.
           IF WS-CANDIDAT-OK = 'O'
              PERFORM 7200-TROUVER-SOLDE-DEB
                 THRU 7200-TROUVER-SOLDE-FIN
              IF WS-IND-SLD-TROUVE = 0
                 MOVE 'N' TO WS-CANDIDAT-OK
              END-IF
           END-IF.
           IF WS-CANDIDAT-OK = 'O'
              PERFORM 7300-TROUVER-EXCLU-DEB
                 THRU 7300-TROUVER-EXCLU-FIN
              IF WS-IND-EXC-TROUVE > 0
                 IF WS-EXC-DEPOT(WS-IND-EXC-TROUVE) = SPACES
                    ADD 1 TO WS-NB-EXCLUS-RET
                    DISPLAY 'RETOUR FOURNISSEUR EN ATTENTE, LOT NON '
                            'DETRUIT : ' WS-CLE-CODE ' ' WS-CLE-DEPOT
                            ' ' WS-CLE-LOT
                 ELSE
                    ADD 1 TO WS-NB-EXCLUS-JRN
                    DISPLAY 'LOT DEJA DETRUIT CE MOIS, SOLDE A '
                            'CONTROLER : ' WS-CLE-CODE ' '
                            WS-CLE-DEPOT ' ' WS-CLE-LOT
                 END-IF
                 MOVE 'N' TO WS-CANDIDAT-OK
              END-IF
           END-IF.
           IF WS-CANDIDAT-OK = 'O'
              IF WS-NB-CANDIDATS NOT < 999
                 DISPLAY 'TABLE DES CANDIDATS PLEINE (999), LOT '
                         'IGNORE : ' WS-CLE-CODE ' ' WS-CLE-DEPOT
                         ' ' WS-CLE-LOT
                 MOVE 'N' TO WS-CANDIDAT-OK
              END-IF
           END-IF.
           IF WS-CANDIDAT-OK = 'O'
              ADD 1 TO WS-NB-CANDIDATS
              MOVE WS-NB-CANDIDATS TO WS-IND-CAN
              MOVE WS-CLE-CODE  TO WS-CAN-CODE(WS-IND-CAN)
              MOVE WS-CLE-DEPOT TO WS-CAN-DEPOT(WS-IND-CAN)
              MOVE WS-CLE-LOT   TO WS-CAN-LOT(WS-IND-CAN)
              MOVE WS-SLD-DLUO(WS-IND-SLD-TROUVE)
                TO WS-CAN-DLUO(WS-IND-CAN)
              MOVE WS-SLD-QTE(WS-IND-SLD-TROUVE)
                TO WS-CAN-QTE(WS-IND-CAN)
              MOVE WS-CLE-MOTIF TO WS-CAN-MOTIF(WS-IND-CAN)
              MOVE SPACE        TO WS-CAN-ETAT(WS-IND-CAN)
              MOVE SPACES       TO WS-CAN-OPERATEUR(WS-IND-CAN)
              PERFORM 7400-TROUVER-ARTICLE-DEB
                 THRU 7400-TROUVER-ARTICLE-FIN
              IF WS-IND-ART-TROUVE > 0
                 MOVE WS-ART-COUT(WS-IND-ART-TROUVE)
                   TO WS-CAN-COUT(WS-IND-CAN)
              ELSE
                 MOVE 0 TO WS-CAN-COUT(WS-IND-CAN)
              END-IF
              IF WS-CAN-COUT(WS-IND-CAN) = 0
                 ADD 1 TO WS-NB-SANS-COUT
                 DISPLAY 'COUT UNITAIRE INCONNU, LOT VALORISE A '
                         'ZERO : ' WS-CLE-CODE ' ' WS-CLE-DEPOT
                         ' ' WS-CLE-LOT
              END-IF
              COMPUTE WS-CAN-VALEUR(WS-IND-CAN) =
                      WS-CAN-QTE(WS-IND-CAN) * WS-CAN-COUT(WS-IND-CAN)
              ADD WS-CAN-VALEUR(WS-IND-CAN) TO WS-VALEUR-CANDIDATE
              IF WS-CLE-MOTIF = 'PE'
                 ADD 1 TO WS-NB-PERIMES
              ELSE
                 ADD 1 TO WS-NB-REBUTES
              END-IF
           END-IF.
       2200-RETENIR-CANDIDAT-FIN.
           EXIT.

      * LE FICHIER DES MOUVEMENTS DE DESTRUCTION EST TOUJOURS
      * ECRIT, ENVELOPPE COMPRISE, MEME VIDE : LA CHAINE DE STOCK
      * LE CONTROLE COMME LES AUTRES EXTRAITS DE MOUVEMENTS.
       3000-APPLIQUER-VISAS-DEB.
           OPEN OUTPUT FIC-MVT-DESTR.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'ENTETE FMOUVEMT ' WS-DATE-REF
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT-DESTR FROM WS-ENR-ENVELOPPE.
           OPEN INPUT FIC-VISAS.
           IF WS-STATUS-VIS = '00'
              OPEN EXTEND FIC-JOURNAL
              IF WS-STATUS-JRN NOT = '00'
                 OPEN OUTPUT FIC-JOURNAL
              END-IF
              PERFORM 3010-UN-VISA-DEB
                 THRU 3010-UN-VISA-FIN
                 UNTIL WS-STATUS-VIS NOT = '00'
              CLOSE FIC-VISAS
              CLOSE FIC-JOURNAL
           ELSE
              DISPLAY 'AUCUN VISA DE DESTRUCTION, LISTE A FAIRE '
                      'SIGNER'
           END-IF.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'FIN ' WS-NB-MVTS
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT-DESTR FROM WS-ENR-ENVELOPPE.
           CLOSE FIC-MVT-DESTR.
       3000-APPLIQUER-VISAS-FIN.
           EXIT.

       3010-UN-VISA-DEB.
           READ FIC-VISAS
              AT END
                 MOVE '10' TO WS-STATUS-VIS
           END-READ.
           IF WS-STATUS-VIS = '00'
              ADD 1 TO WS-NB-VISAS-LUS
              PERFORM 3100-VALIDER-VISA-DEB
                 THRU 3100-VALIDER-VISA-FIN
           END-IF.
       3010-UN-VISA-FIN.
           EXIT.

      * LE VISA DOIT ETRE SIGNE (OPERATEUR) ET PORTER SUR UN LOT
      * DE LA LISTE DU JOUR NON ENCORE DETRUIT.
       3100-VALIDER-VISA-DEB.
           IF FS-VIS-OPERATEUR = SPACES
              ADD 1 TO WS-NB-VISAS-REJETES
              DISPLAY 'VISA REJETE, OPERATEUR ABSENT : '
                      FS-VIS-CODE ' ' FS-VIS-DEPOT ' ' FS-VIS-LOT
           ELSE
              MOVE FS-VIS-CODE  TO WS-CLE-CODE
              MOVE FS-VIS-DEPOT TO WS-CLE-DEPOT
              MOVE FS-VIS-LOT   TO WS-CLE-LOT
              PERFORM 7000-TROUVER-CANDIDAT-DEB
                 THRU 7000-TROUVER-CANDIDAT-FIN
              IF WS-IND-CAN-TROUVE = 0
                 ADD 1 TO WS-NB-VISAS-REJETES
                 DISPLAY 'VISA REJETE, LOT HORS LISTE DE DESTRUCTION : '
                         FS-VIS-CODE ' ' FS-VIS-DEPOT ' ' FS-VIS-LOT
              ELSE
                 IF WS-CAN-ETAT(WS-IND-CAN-TROUVE) = 'D'
                    ADD 1 TO WS-NB-VISAS-REJETES
                    DISPLAY 'VISA REJETE, LOT DEJA DETRUIT : '
                            FS-VIS-CODE ' ' FS-VIS-DEPOT ' ' FS-VIS-LOT
                 ELSE
                    MOVE FS-VIS-OPERATEUR TO WS-OPERATEUR
                    PERFORM 3200-DETRUIRE-LOT-DEB
                       THRU 3200-DETRUIRE-LOT-FIN
                 END-IF
              END-IF
           END-IF.
       3100-VALIDER-VISA-FIN.
           EXIT.

      * LE SOLDE DU LOT SORT EN TRANCHES DE 999 (LIMITE DE LA
      * ZONE QUANTITE DES MOUVEMENTS).
       3200-DETRUIRE-LOT-DEB.
           MOVE WS-IND-CAN-TROUVE TO WS-IND-CAN.
           MOVE WS-CAN-QTE(WS-IND-CAN) TO WS-QTE-RESTE.
           PERFORM 3210-ECRIRE-TRANCHE-DEB
              THRU 3210-ECRIRE-TRANCHE-FIN
              UNTIL WS-QTE-RESTE = 0.
           MOVE 'D'          TO WS-CAN-ETAT(WS-IND-CAN).
           MOVE WS-OPERATEUR TO WS-CAN-OPERATEUR(WS-IND-CAN).
           ADD 1 TO WS-NB-DETRUITS.
           ADD WS-CAN-VALEUR(WS-IND-CAN) TO WS-VALEUR-DETRUITE.
           MOVE SPACES TO FS-ENR-JOURNAL.
           MOVE WS-DATE-REF                TO FS-JRN-DATE.
           MOVE WS-CAN-CODE(WS-IND-CAN)    TO FS-JRN-CODE.
           MOVE WS-CAN-DEPOT(WS-IND-CAN)   TO FS-JRN-DEPOT.
           MOVE WS-CAN-LOT(WS-IND-CAN)     TO FS-JRN-LOT.
           MOVE WS-CAN-DLUO(WS-IND-CAN)    TO FS-JRN-DLUO.
           MOVE WS-CAN-QTE(WS-IND-CAN)     TO FS-JRN-QTE.
           MOVE WS-CAN-COUT(WS-IND-CAN)    TO FS-JRN-COUT.
           MOVE WS-CAN-VALEUR(WS-IND-CAN)  TO FS-JRN-VALEUR.
           MOVE WS-CAN-MOTIF(WS-IND-CAN)   TO FS-JRN-MOTIF.
           MOVE WS-OPERATEUR               TO FS-JRN-OPERATEUR.
           WRITE FS-ENR-JOURNAL.
           DISPLAY 'DESTRUCTION : ' WS-CAN-CODE(WS-IND-CAN) ' '
                   WS-CAN-DEPOT(WS-IND-CAN) ' LOT '
                   WS-CAN-LOT(WS-IND-CAN) ' QTE '
                   WS-CAN-QTE(WS-IND-CAN) ' MOTIF '
                   WS-CAN-MOTIF(WS-IND-CAN) ' (' WS-OPERATEUR ')'.
           MOVE SPACES TO WS-MSG-AUDIT.
           STRING 'LOT DETRUIT ' WS-CAN-CODE(WS-IND-CAN) ' '
                  WS-CAN-DEPOT(WS-IND-CAN) ' '
                  WS-CAN-LOT(WS-IND-CAN) ' '
                  WS-CAN-QTE(WS-IND-CAN) ' '
                  WS-CAN-MOTIF(WS-IND-CAN)
                  DELIMITED BY SIZE INTO WS-MSG-AUDIT
           END-STRING.
           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
       3200-DETRUIRE-LOT-FIN.
           EXIT.

       3210-ECRIRE-TRANCHE-DEB.
           IF WS-QTE-RESTE > 999
              MOVE 999 TO WS-QTE-TRANCHE
           ELSE
              MOVE WS-QTE-RESTE TO WS-QTE-TRANCHE
           END-IF.
           SUBTRACT WS-QTE-TRANCHE FROM WS-QTE-RESTE.
           MOVE SPACES TO FS-ENR-MVT-DESTR.
           MOVE WS-CAN-CODE(WS-IND-CAN)  TO FS-MVD-CODEM.
           MOVE WS-CAN-DEPOT(WS-IND-CAN) TO FS-MVD-DEPOTM.
           MOVE '-'                      TO FS-MVD-SENSM.
           MOVE WS-QTE-TRANCHE           TO FS-MVD-VALEURM.
           MOVE WS-CAN-MOTIF(WS-IND-CAN) TO FS-MVD-CIBLE.
           MOVE WS-CAN-LOT(WS-IND-CAN)   TO FS-MVD-LOT.
           MOVE WS-CAN-DLUO(WS-IND-CAN)  TO FS-MVD-DLUO.
           WRITE FS-ENR-MVT-DESTR.
           ADD 1 TO WS-NB-MVTS.
       3210-ECRIRE-TRANCHE-FIN.
           EXIT.

      * LISTE VALORISEE DES CANDIDATS, A SIGNER : LES LOTS
      * RESTANT A VISER ET LES LOTS DETRUITS CE JOUR AVEC LE
      * VISA QUI LES A AUTORISES.
       4000-EDITER-LISTE-DEB.
           OPEN OUTPUT FIC-LISTE.
           MOVE WS-DATE-REF TO WS-LIG-TITRE-DATE.
           WRITE FS-ENR-LISTE FROM WS-LIG-TITRE.
           MOVE SPACES TO FS-ENR-LISTE.
           WRITE FS-ENR-LISTE.
           WRITE FS-ENR-LISTE FROM WS-LIG-ENTETE.
           PERFORM 4010-EDITER-CANDIDAT-DEB
              THRU 4010-EDITER-CANDIDAT-FIN
              VARYING WS-IND-CAN FROM 1 BY 1
              UNTIL WS-IND-CAN > WS-NB-CANDIDATS.
           MOVE SPACES TO FS-ENR-LISTE.
           WRITE FS-ENR-LISTE.
           MOVE WS-VALEUR-A-VISER  TO WS-LIG-TOT-AVISER.
           MOVE WS-VALEUR-DETRUITE TO WS-LIG-TOT-DETRUIT.
           WRITE FS-ENR-LISTE FROM WS-LIG-TOTAL.
           MOVE SPACES TO FS-ENR-LISTE.
           WRITE FS-ENR-LISTE.
           MOVE 'RESPONSABLE DE STOCK'  TO WS-LIG-SIG-QUALITE.
           WRITE FS-ENR-LISTE FROM WS-LIG-SIGNATURE.
           MOVE SPACES TO FS-ENR-LISTE.
           WRITE FS-ENR-LISTE.
           MOVE 'CONTROLE DE GESTION'   TO WS-LIG-SIG-QUALITE.
           WRITE FS-ENR-LISTE FROM WS-LIG-SIGNATURE.
           CLOSE FIC-LISTE.
           DISPLAY 'LISTE DE DESTRUCTION A SIGNER : DESTRLISTE.TXT'.
       4000-EDITER-LISTE-FIN.
           EXIT.

       4010-EDITER-CANDIDAT-DEB.
           MOVE WS-CAN-CODE(WS-IND-CAN)   TO WS-LIG-CODE.
           MOVE WS-CAN-DEPOT(WS-IND-CAN)  TO WS-LIG-DEPOT.
           MOVE WS-CAN-LOT(WS-IND-CAN)    TO WS-LIG-LOT.
           MOVE WS-CAN-DLUO(WS-IND-CAN)   TO WS-LIG-DLUO.
           MOVE WS-CAN-QTE(WS-IND-CAN)    TO WS-LIG-QTE.
           MOVE WS-CAN-COUT(WS-IND-CAN)   TO WS-LIG-COUT.
           MOVE WS-CAN-VALEUR(WS-IND-CAN) TO WS-LIG-VALEUR.
           MOVE WS-CAN-MOTIF(WS-IND-CAN)  TO WS-LIG-MOTIF.
           MOVE WS-CAN-OPERATEUR(WS-IND-CAN) TO WS-LIG-OPERATEUR.
           IF WS-CAN-ETAT(WS-IND-CAN) = 'D'
              MOVE 'DETRUIT' TO WS-LIG-ETAT
           ELSE
              MOVE 'A VISER' TO WS-LIG-ETAT
              ADD 1 TO WS-NB-A-VISER
              ADD WS-CAN-VALEUR(WS-IND-CAN) TO WS-VALEUR-A-VISER
           END-IF.
           WRITE FS-ENR-LISTE FROM WS-LIG-DETAIL.
       4010-EDITER-CANDIDAT-FIN.
           EXIT.

       7000-TROUVER-CANDIDAT-DEB.
           MOVE 0 TO WS-IND-CAN-TROUVE.
           PERFORM 7010-CHERCHER-CANDIDAT-DEB
              THRU 7010-CHERCHER-CANDIDAT-FIN
              VARYING WS-IND-CAN FROM 1 BY 1
              UNTIL WS-IND-CAN > WS-NB-CANDIDATS
              OR WS-IND-CAN-TROUVE > 0.
       7000-TROUVER-CANDIDAT-FIN.
           EXIT.

       7010-CHERCHER-CANDIDAT-DEB.
           IF WS-CAN-CODE(WS-IND-CAN) = WS-CLE-CODE
              AND WS-CAN-DEPOT(WS-IND-CAN) = WS-CLE-DEPOT
              AND WS-CAN-LOT(WS-IND-CAN) = WS-CLE-LOT
              MOVE WS-IND-CAN TO WS-IND-CAN-TROUVE
           END-IF.
       7010-CHERCHER-CANDIDAT-FIN.
           EXIT.

       7100-AJOUTER-EXCLU-DEB.
           IF WS-NB-EXCLUS < 999
              ADD 1 TO WS-NB-EXCLUS
              MOVE WS-CLE-CODE  TO WS-EXC-CODE(WS-NB-EXCLUS)
              MOVE WS-CLE-DEPOT TO WS-EXC-DEPOT(WS-NB-EXCLUS)
              MOVE WS-CLE-LOT   TO WS-EXC-LOT(WS-NB-EXCLUS)
           END-IF.
       7100-AJOUTER-EXCLU-FIN.
           EXIT.

       7200-TROUVER-SOLDE-DEB.
           MOVE 0 TO WS-IND-SLD-TROUVE.
           PERFORM 7210-CHERCHER-SOLDE-DEB
              THRU 7210-CHERCHER-SOLDE-FIN
              VARYING WS-IND-SLD FROM 1 BY 1
              UNTIL WS-IND-SLD > WS-NB-SOLDES
              OR WS-IND-SLD-TROUVE > 0.
       7200-TROUVER-SOLDE-FIN.
           EXIT.

       7210-CHERCHER-SOLDE-DEB.
           IF WS-SLD-CODE(WS-IND-SLD) = WS-CLE-CODE
              AND WS-SLD-DEPOT(WS-IND-SLD) = WS-CLE-DEPOT
              AND WS-SLD-LOT(WS-IND-SLD) = WS-CLE-LOT
              MOVE WS-IND-SLD TO WS-IND-SLD-TROUVE
           END-IF.
       7210-CHERCHER-SOLDE-FIN.
           EXIT.

      * UNE EXCLUSION A DEPOT BLANC (RETOUR FOURNISSEUR) VAUT
      * POUR TOUS LES DEPOTS.
       7300-TROUVER-EXCLU-DEB.
           MOVE 0 TO WS-IND-EXC-TROUVE.
           PERFORM 7310-CHERCHER-EXCLU-DEB
              THRU 7310-CHERCHER-EXCLU-FIN
              VARYING WS-IND-EXC FROM 1 BY 1
              UNTIL WS-IND-EXC > WS-NB-EXCLUS
              OR WS-IND-EXC-TROUVE > 0.
       7300-TROUVER-EXCLU-FIN.
           EXIT.

       7310-CHERCHER-EXCLU-DEB.
           IF WS-EXC-CODE(WS-IND-EXC) = WS-CLE-CODE
              AND WS-EXC-LOT(WS-IND-EXC) = WS-CLE-LOT
              AND (WS-EXC-DEPOT(WS-IND-EXC) = WS-CLE-DEPOT
                   OR WS-EXC-DEPOT(WS-IND-EXC) = SPACES)
              MOVE WS-IND-EXC TO WS-IND-EXC-TROUVE
           END-IF.
       7310-CHERCHER-EXCLU-FIN.
           EXIT.

       7400-TROUVER-ARTICLE-DEB.
           MOVE 0 TO WS-IND-ART-TROUVE.
           PERFORM 7410-CHERCHER-ARTICLE-DEB
              THRU 7410-CHERCHER-ARTICLE-FIN
              VARYING WS-IND-ART FROM 1 BY 1
              UNTIL WS-IND-ART > WS-NB-ARTICLES
              OR WS-IND-ART-TROUVE > 0.
       7400-TROUVER-ARTICLE-FIN.
           EXIT.

       7410-CHERCHER-ARTICLE-DEB.
           IF WS-ART-CODE(WS-IND-ART) = WS-CLE-CODE
              AND WS-ART-DEPOT(WS-IND-ART) = WS-CLE-DEPOT
              MOVE WS-IND-ART TO WS-IND-ART-TROUVE
           END-IF.
       7410-CHERCHER-ARTICLE-FIN.
           EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'           TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE WS-OPERATEUR  TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'DESTRUCTION DES LOTS PERIMES ET REBUTES'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'LOTS PERIMES RETENUS  : ' WS-NB-PERIMES.
           DISPLAY 'LOTS REBUTES RETENUS  : ' WS-NB-REBUTES.
           DISPLAY 'EXCLUS RETOUR FOURN.  : ' WS-NB-EXCLUS-RET.
           DISPLAY 'EXCLUS DEJA DETRUITS  : ' WS-NB-EXCLUS-JRN.
           DISPLAY 'LOTS SANS COUT        : ' WS-NB-SANS-COUT.
           DISPLAY 'VALEUR DES CANDIDATS  : ' WS-VALEUR-CANDIDATE.
           DISPLAY 'VISAS LUS             : ' WS-NB-VISAS-LUS.
           DISPLAY 'VISAS REJETES         : ' WS-NB-VISAS-REJETES.
           DISPLAY 'LOTS DETRUITS         : ' WS-NB-DETRUITS.
           DISPLAY 'VALEUR DETRUITE       : ' WS-VALEUR-DETRUITE.
           DISPLAY 'LOTS RESTANT A VISER  : ' WS-NB-A-VISER.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'LOTS DETRUITS'      TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-DETRUITS       TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LA
      * VALEUR DETRUITE EST DEPOSEE EN CENTIMES.
           COMPUTE WS-VALEUR-CENTIMES = WS-VALEUR-DETRUITE * 100.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'DESTRUCTIONS CTS'   TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-VALEUR-CENTIMES   TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM LOTDESTR.
