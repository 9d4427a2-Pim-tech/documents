       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLMAJ.

      *********************************************************
      *     TENUE DU CONTENU DES EMPLACEMENTS DE STOCKAGE.
      *
      *     LE CONTENU DES EMPLACEMENTS (EMPLSTOCK.TXT : DEPOT,
      *     EMPLACEMENT, ARTICLE, LOT, QUANTITE) EST LU PAR
      *     EMPLPROP POUR PROPOSER LES RANGEMENTS ET PAR CMDEXPED
      *     POUR ORDONNER LE PICKING ; CE PROGRAMME LE TIENT A
      *     JOUR A PARTIR DES EVENEMENTS DU JOUR (RUNDATE) :
      *       - LES RANGEMENTS PROPOSES AUX RECEPTIONS (ACHRECEP)
      *         ET AUX RETOURS CLIENTS (CMDRETUR), LUS DANS
      *         RANGEMENT.TXT, SONT AJOUTES A LEUR EMPLACEMENT ;
      *         UN RANGEMENT SANS EMPLACEMENT EST SEULEMENT EDITE,
      *       - LES DEPLACEMENTS D'EMPLACEMENT A EMPLACEMENT
      *         (EMPLMVT.TXT : DEPOT, ARTICLE, LOT, EMPLACEMENT
      *         SOURCE, EMPLACEMENT CIBLE, QUANTITE, OPERATEUR)
      *         SONT CONTROLES (OPERATEUR OBLIGATOIRE, CIBLE
      *         CONNUE ET ACTIVE DANS EMPLACEMENTS.TXT, QUANTITE
      *         PRESENTE A LA SOURCE, CAPACITE DE LA CIBLE) PUIS
      *         APPLIQUES ET JOURNALISES DANS FAUDITLOG VIA ERRLOG
      *         (TYPE 'M') AVEC L'OPERATEUR ; C'EST AUSSI AINSI
      *         QU'UN RANGEMENT AU JUGE EST DECLARE,
      *       - LES PRELEVEMENTS DU PICKING (EXPALLOC.TXT, ZONE
      *         EMPLACEMENT POSEE PAR CMDEXPED) SONT RETIRES,
      *       - LE CONTENU EST ENFIN RAPPROCHE DES SOLDES DE LOTS
      *         DE LA CHAINE DE STOCK (LOTSOLDES.TXT) POUR LES
      *         DEPOTS QUI ONT DES EMPLACEMENTS : UN EXCEDENT
      *         (SORTIE PAR UN AUTRE CIRCUIT : REBUT, TRANSFERT,
      *         INVENTAIRE) EST RETIRE DES EMPLACEMENTS EN ORDRE
      *         DE PASSAGE INVERSE, UN MANQUE EST EDITE COMME
      *         STOCK NON RANGE.
      *     UNE NOUVELLE GENERATION DU CONTENU (EMPLSTOCK_NEW.TXT)
      *     EST ECRITE, A BASCULER APRES CONTROLE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-EMPLACEMENTS
              ASSIGN TO "./files/emplacements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EMP.
           SELECT FIC-EMPL-STOCK
              ASSIGN TO "./files/emplstock.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EST.
           SELECT FIC-EMPL-STOCK-NOUV
              ASSIGN TO "./files/emplstock_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ESN.
           SELECT FIC-RANGEMENTS
              ASSIGN TO "./files/rangement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGT.
           SELECT FIC-DEPLACEMENTS
              ASSIGN TO "./files/emplmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DPL.
           SELECT FIC-ALLOCATIONS
              ASSIGN TO "./files/expalloc.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ALLOC.
           SELECT FIC-LOTS
              ASSIGN TO "./files/lotsoldes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOTS.

       DATA DIVISION.
       FILE SECTION.
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

       FD FIC-EMPL-STOCK-NOUV RECORDING MODE IS F.
       01  FS-ENR-EMPL-STOCK-NOUV PIC X(30).

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

       FD FIC-DEPLACEMENTS RECORDING MODE IS F.
       01  FS-ENR-DEPLACEMENT.
           05 FS-DPL-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-DPL-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-DPL-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-DPL-EMPL-DE   PIC X(8).
           05 FILLER PIC X(1).
           05 FS-DPL-EMPL-VERS PIC X(8).
           05 FILLER PIC X(1).
           05 FS-DPL-QTE       PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-DPL-OPERATEUR PIC X(8).

       FD FIC-ALLOCATIONS RECORDING MODE IS F.
       01  FS-ENR-ALLOC.
           05 FS-ALC-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ALC-IDCOMMAND PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ALC-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ALC-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-ALC-DLUO      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ALC-QTE       PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-EMPL      PIC X(8).

      *    MEME DECOUPAGE QUE LES SOLDES DE LOTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, LOT, DLUO, QUANTITE).
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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'EMPLMAJ'.
       01  WS-STATUS-EMP   PIC XX.
       01  WS-STATUS-EST   PIC XX.
       01  WS-STATUS-ESN   PIC XX.
       01  WS-STATUS-RGT   PIC XX.
       01  WS-STATUS-DPL   PIC XX.
       01  WS-STATUS-ALLOC PIC XX.
       01  WS-STATUS-LOTS  PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.

      * EMPLACEMENTS DE TOUS LES DEPOTS.
       01  WS-EMPLACEMENTS.
           05 WS-NB-EMPL PIC 9(3) VALUE 0.
           05 WS-EMP OCCURS 500 TIMES.
               10 WS-EMP-DEPOT    PIC X(2).
               10 WS-EMP-EMPL     PIC X(8).
               10 WS-EMP-ORDRE    PIC 9(5).
               10 WS-EMP-CAPACITE PIC 9(5).
               10 WS-EMP-ACTIF    PIC X(1).
       01  WS-IND-EMP        PIC 9(3).
       01  WS-IND-EMP-TROUVE PIC 9(3).

      * CONTENU DES EMPLACEMENTS EN MEMOIRE, MIS A JOUR PUIS
      * REECRIT EN NOUVELLE GENERATION ; L'ORDRE DE PASSAGE EST
      * REPRIS DES EMPLACEMENTS (99999 POUR UN EMPLACEMENT
      * INCONNU, RETIRE EN PREMIER AU RAPPROCHEMENT).
       01  WS-EMPL-STOCK.
           05 WS-NB-EST PIC 9(4) VALUE 0.
           05 WS-EST OCCURS 999 TIMES.
               10 WS-EST-DEPOT PIC X(2).
               10 WS-EST-EMPL  PIC X(8).
               10 WS-EST-CODE  PIC X(3).
               10 WS-EST-LOT   PIC X(8).
               10 WS-EST-QTE   PIC 9(5).
               10 WS-EST-ORDRE PIC 9(5).
               10 WS-EST-VU    PIC X(1).
       01  WS-IND-EST        PIC 9(4).
       01  WS-IND-EST-TROUVE PIC 9(4).
       01  WS-IND-EST-SOURCE PIC 9(4).

      * CLE DE RECHERCHE D'UNE LIGNE DE CONTENU.
       01  WS-CLE.
           05 WS-CLE-DEPOT PIC X(2).
           05 WS-CLE-EMPL  PIC X(8).
           05 WS-CLE-CODE  PIC X(3).
           05 WS-CLE-LOT   PIC X(8).

      * SOLDES DES LOTS DE LA CHAINE DE STOCK.
       01  WS-SOLDES.
           05 WS-NB-SOLDES PIC 9(4) VALUE 0.
           05 WS-SLD OCCURS 999 TIMES.
               10 WS-SLD-CODE  PIC X(3).
               10 WS-SLD-DEPOT PIC X(2).
               10 WS-SLD-LOT   PIC X(8).
               10 WS-SLD-QTE   PIC 9(5).
       01  WS-IND-SLD PIC 9(4).

       01  WS-OCCUPATION   PIC 9(7).
       01  WS-TOTAL-EMPL   PIC 9(7).
       01  WS-QTE-ECART    PIC 9(7).
       01  WS-QTE-RETIREE  PIC 9(5).
       01  WS-DEPOT-GERE   PIC X.
       01  WS-DEPL-VALIDE  PIC X.
       01  WS-MOTIF-REJET  PIC X(40).
       01  WS-MSG-AUDIT    PIC X(40).

       01  WS-COMPTEURS.
           05 WS-NB-RANGEMENTS  PIC 9(5) VALUE 0.
           05 WS-NB-AU-JUGE     PIC 9(5) VALUE 0.
           05 WS-NB-DEPL-LUS    PIC 9(5) VALUE 0.
           05 WS-NB-DEPLACEMENTS PIC 9(5) VALUE 0.
           05 WS-NB-DEPL-REJETES PIC 9(5) VALUE 0.
           05 WS-NB-PRELEVEMENTS PIC 9(5) VALUE 0.
           05 WS-NB-ECARTS-PICK PIC 9(5) VALUE 0.
           05 WS-NB-AJUSTEMENTS PIC 9(5) VALUE 0.
           05 WS-NB-LIGNES-ECRITES PIC 9(5) VALUE 0.
       01  WS-QTE-NON-RANGEE PIC 9(7) VALUE 0.

      * JOURNALISATION CENTRALE DES DEPLACEMENTS.
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
       0000-EMPLMAJ-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'JOURNEE TRAITEE : ' WS-DATE-REF.
           PERFORM 1000-CHARGER-EMPL-DEB
              THRU 1000-CHARGER-EMPL-FIN.
           PERFORM 1100-CHARGER-CONTENU-DEB
              THRU 1100-CHARGER-CONTENU-FIN.
           PERFORM 2000-RANGEMENTS-DEB
              THRU 2000-RANGEMENTS-FIN.
           PERFORM 2100-DEPLACEMENTS-DEB
              THRU 2100-DEPLACEMENTS-FIN.
           PERFORM 2200-PRELEVEMENTS-DEB
              THRU 2200-PRELEVEMENTS-FIN.
           PERFORM 3000-RAPPROCHER-SOLDES-DEB
              THRU 3000-RAPPROCHER-SOLDES-FIN.
           PERFORM 4000-ECRIRE-CONTENU-DEB
              THRU 4000-ECRIRE-CONTENU-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-EMPLMAJ-FIN.
           EXIT.

      * SANS EMPLACEMENTS DECRITS, IL N'Y A RIEN A TENIR.
       1000-CHARGER-EMPL-DEB.
           OPEN INPUT FIC-EMPLACEMENTS.
           IF WS-STATUS-EMP NOT = '00'
              DISPLAY 'FICHIER DES EMPLACEMENTS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-UN-EMPL-DEB
              THRU 1010-CHARGER-UN-EMPL-FIN
              UNTIL WS-STATUS-EMP NOT = '00'.
           CLOSE FIC-EMPLACEMENTS.
           DISPLAY WS-NB-EMPL ' EMPLACEMENT(S) DECRIT(S)'.
       1000-CHARGER-EMPL-FIN.
           EXIT.

       1010-CHARGER-UN-EMPL-DEB.
           READ FIC-EMPLACEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-EMP
           END-READ.
           IF WS-STATUS-EMP = '00'
              IF WS-NB-EMPL < 500
                 ADD 1 TO WS-NB-EMPL
                 MOVE FS-EMP-DEPOT    TO WS-EMP-DEPOT(WS-NB-EMPL)
                 MOVE FS-EMP-EMPL     TO WS-EMP-EMPL(WS-NB-EMPL)
                 MOVE FS-EMP-ORDRE    TO WS-EMP-ORDRE(WS-NB-EMPL)
                 MOVE FS-EMP-CAPACITE TO WS-EMP-CAPACITE(WS-NB-EMPL)
                 MOVE FS-EMP-ACTIF    TO WS-EMP-ACTIF(WS-NB-EMPL)
              ELSE
                 DISPLAY 'TABLE DES EMPLACEMENTS PLEINE (500), '
                         'IGNORE : ' FS-EMP-EMPL
              END-IF
           END-IF.
       1010-CHARGER-UN-EMPL-FIN.
           EXIT.

      * PREMIER PASSAGE SANS CONTENU : TOUS LES EMPLACEMENTS
      * SONT VIDES.
       1100-CHARGER-CONTENU-DEB.
           OPEN INPUT FIC-EMPL-STOCK.
           IF WS-STATUS-EST = '00'
              PERFORM 1110-CHARGER-UNE-LIGNE-DEB
                 THRU 1110-CHARGER-UNE-LIGNE-FIN
                 UNTIL WS-STATUS-EST NOT = '00'
              CLOSE FIC-EMPL-STOCK
           END-IF.
           DISPLAY WS-NB-EST ' LIGNE(S) DE CONTENU CHARGEE(S)'.
       1100-CHARGER-CONTENU-FIN.
           EXIT.

       1110-CHARGER-UNE-LIGNE-DEB.
           READ FIC-EMPL-STOCK
              AT END
                 MOVE '10' TO WS-STATUS-EST
           END-READ.
           IF WS-STATUS-EST = '00'
              MOVE FS-EST-DEPOT TO WS-CLE-DEPOT
              MOVE FS-EST-EMPL  TO WS-CLE-EMPL
              MOVE FS-EST-CODE  TO WS-CLE-CODE
              MOVE FS-EST-LOT   TO WS-CLE-LOT
              PERFORM 7100-CREER-LIGNE-DEB
                 THRU 7100-CREER-LIGNE-FIN
              IF WS-IND-EST-TROUVE > 0
                 ADD FS-EST-QTE TO WS-EST-QTE(WS-IND-EST-TROUVE)
              END-IF
           END-IF.
       1110-CHARGER-UNE-LIGNE-FIN.
           EXIT.

      * RANGEMENTS PROPOSES DU JOUR ; LE FICHIER GARDE
      * L'HISTORIQUE DES PROPOSITIONS DES JOURS PRECEDENTS.
       2000-RANGEMENTS-DEB.
           OPEN INPUT FIC-RANGEMENTS.
           IF WS-STATUS-RGT NOT = '00'
              DISPLAY 'AUCUNE PROPOSITION DE RANGEMENT'
           ELSE
              PERFORM 2010-UN-RANGEMENT-DEB
                 THRU 2010-UN-RANGEMENT-FIN
                 UNTIL WS-STATUS-RGT NOT = '00'
              CLOSE FIC-RANGEMENTS
           END-IF.
       2000-RANGEMENTS-FIN.
           EXIT.

       2010-UN-RANGEMENT-DEB.
           READ FIC-RANGEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-RGT
           END-READ.
           IF WS-STATUS-RGT = '00'
              AND FS-RGT-DATE = WS-DATE-REF
              IF FS-RGT-EMPL = SPACES
                 ADD 1 TO WS-NB-AU-JUGE
                 DISPLAY 'RANGE AU JUGE, A DECLARER PAR DEPLACEMENT : '
                         FS-RGT-DEPOT ' ' FS-RGT-CODE ' ' FS-RGT-LOT
                         ' QTE ' FS-RGT-QTE ' (' FS-RGT-ORIGINE ')'
              ELSE
                 MOVE FS-RGT-DEPOT TO WS-CLE-DEPOT
                 MOVE FS-RGT-EMPL  TO WS-CLE-EMPL
                 MOVE FS-RGT-CODE  TO WS-CLE-CODE
                 MOVE FS-RGT-LOT   TO WS-CLE-LOT
                 PERFORM 7100-CREER-LIGNE-DEB
                    THRU 7100-CREER-LIGNE-FIN
                 IF WS-IND-EST-TROUVE > 0
                    ADD FS-RGT-QTE TO WS-EST-QTE(WS-IND-EST-TROUVE)
                    ADD 1 TO WS-NB-RANGEMENTS
                 END-IF
              END-IF
           END-IF.
       2010-UN-RANGEMENT-FIN.
           EXIT.

       2100-DEPLACEMENTS-DEB.
           OPEN INPUT FIC-DEPLACEMENTS.
           IF WS-STATUS-DPL NOT = '00'
              DISPLAY 'AUCUN DEPLACEMENT CE JOUR'
           ELSE
              PERFORM 2110-UN-DEPLACEMENT-DEB
                 THRU 2110-UN-DEPLACEMENT-FIN
                 UNTIL WS-STATUS-DPL NOT = '00'
              CLOSE FIC-DEPLACEMENTS
           END-IF.
       2100-DEPLACEMENTS-FIN.
           EXIT.

       2110-UN-DEPLACEMENT-DEB.
           READ FIC-DEPLACEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-DPL
           END-READ.
           IF WS-STATUS-DPL = '00'
              ADD 1 TO WS-NB-DEPL-LUS
              PERFORM 2120-CONTROLER-DEPL-DEB
                 THRU 2120-CONTROLER-DEPL-FIN
           END-IF.
       2110-UN-DEPLACEMENT-FIN.
           EXIT.

      * CONTROLES DANS L'ORDRE ; LE PREMIER EN ECHEC REJETTE LE
      * DEPLACEMENT, QUI N'EST PAS APPLIQUE.
       2120-CONTROLER-DEPL-DEB.
           MOVE 'O' TO WS-DEPL-VALIDE.
           IF FS-DPL-OPERATEUR = SPACES
              MOVE 'OPERATEUR ABSENT' TO WS-MOTIF-REJET
              PERFORM 2140-REJETER-DEPL-DEB
                 THRU 2140-REJETER-DEPL-FIN
              MOVE 'N' TO WS-DEPL-VALIDE
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              IF FS-DPL-QTE NOT NUMERIC
                 OR FS-DPL-QTE = 0
                 MOVE 'QUANTITE INVALIDE' TO WS-MOTIF-REJET
                 PERFORM 2140-REJETER-DEPL-DEB
                    THRU 2140-REJETER-DEPL-FIN
                 MOVE 'N' TO WS-DEPL-VALIDE
              END-IF
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              IF FS-DPL-EMPL-DE = FS-DPL-EMPL-VERS
                 MOVE 'SOURCE ET CIBLE IDENTIQUES' TO WS-MOTIF-REJET
                 PERFORM 2140-REJETER-DEPL-DEB
                    THRU 2140-REJETER-DEPL-FIN
                 MOVE 'N' TO WS-DEPL-VALIDE
              END-IF
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              MOVE FS-DPL-DEPOT     TO WS-CLE-DEPOT
              MOVE FS-DPL-EMPL-VERS TO WS-CLE-EMPL
              PERFORM 7200-TROUVER-EMPL-DEB
                 THRU 7200-TROUVER-EMPL-FIN
              IF WS-IND-EMP-TROUVE = 0
                 MOVE 'EMPLACEMENT CIBLE INCONNU' TO WS-MOTIF-REJET
                 PERFORM 2140-REJETER-DEPL-DEB
                    THRU 2140-REJETER-DEPL-FIN
                 MOVE 'N' TO WS-DEPL-VALIDE
              END-IF
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              IF WS-EMP-ACTIF(WS-IND-EMP-TROUVE) NOT = 'O'
                 MOVE 'EMPLACEMENT CIBLE INACTIF' TO WS-MOTIF-REJET
                 PERFORM 2140-REJETER-DEPL-DEB
                    THRU 2140-REJETER-DEPL-FIN
                 MOVE 'N' TO WS-DEPL-VALIDE
              END-IF
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              PERFORM 7300-OCCUPATION-DEB
                 THRU 7300-OCCUPATION-FIN
              IF WS-EMP-CAPACITE(WS-IND-EMP-TROUVE) > 0
                 AND WS-OCCUPATION + FS-DPL-QTE
                     > WS-EMP-CAPACITE(WS-IND-EMP-TROUVE)
                 MOVE 'CAPACITE DE LA CIBLE DEPASSEE' TO WS-MOTIF-REJET
                 PERFORM 2140-REJETER-DEPL-DEB
                    THRU 2140-REJETER-DEPL-FIN
                 MOVE 'N' TO WS-DEPL-VALIDE
              END-IF
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              MOVE FS-DPL-EMPL-DE TO WS-CLE-EMPL
              MOVE FS-DPL-CODE    TO WS-CLE-CODE
              MOVE FS-DPL-LOT     TO WS-CLE-LOT
              PERFORM 7000-TROUVER-LIGNE-DEB
                 THRU 7000-TROUVER-LIGNE-FIN
              IF WS-IND-EST-TROUVE = 0
                 MOVE 'LOT ABSENT DE LA SOURCE' TO WS-MOTIF-REJET
                 PERFORM 2140-REJETER-DEPL-DEB
                    THRU 2140-REJETER-DEPL-FIN
                 MOVE 'N' TO WS-DEPL-VALIDE
              END-IF
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              IF WS-EST-QTE(WS-IND-EST-TROUVE) < FS-DPL-QTE
                 MOVE 'QUANTITE INSUFFISANTE A LA SOURCE'
                   TO WS-MOTIF-REJET
                 PERFORM 2140-REJETER-DEPL-DEB
                    THRU 2140-REJETER-DEPL-FIN
                 MOVE 'N' TO WS-DEPL-VALIDE
              END-IF
           END-IF.
           IF WS-DEPL-VALIDE = 'O'
              MOVE WS-IND-EST-TROUVE TO WS-IND-EST-SOURCE
              PERFORM 2130-APPLIQUER-DEPL-DEB
                 THRU 2130-APPLIQUER-DEPL-FIN
           END-IF.
       2120-CONTROLER-DEPL-FIN.
           EXIT.

       2130-APPLIQUER-DEPL-DEB.
           MOVE FS-DPL-EMPL-VERS TO WS-CLE-EMPL.
           PERFORM 7100-CREER-LIGNE-DEB
              THRU 7100-CREER-LIGNE-FIN.
           IF WS-IND-EST-TROUVE = 0
              MOVE 'TABLE DU CONTENU PLEINE' TO WS-MOTIF-REJET
              PERFORM 2140-REJETER-DEPL-DEB
                 THRU 2140-REJETER-DEPL-FIN
           ELSE
              SUBTRACT FS-DPL-QTE FROM WS-EST-QTE(WS-IND-EST-SOURCE)
              ADD FS-DPL-QTE TO WS-EST-QTE(WS-IND-EST-TROUVE)
              ADD 1 TO WS-NB-DEPLACEMENTS
              DISPLAY 'DEPLACEMENT : ' FS-DPL-DEPOT ' ' FS-DPL-CODE
                      ' ' FS-DPL-LOT ' DE ' FS-DPL-EMPL-DE
                      ' VERS ' FS-DPL-EMPL-VERS ' QTE ' FS-DPL-QTE
                      ' (' FS-DPL-OPERATEUR ')'
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'DEPL ' FS-DPL-LOT ' ' FS-DPL-EMPL-DE '>'
                     FS-DPL-EMPL-VERS ' ' FS-DPL-QTE
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2130-APPLIQUER-DEPL-FIN.
           EXIT.

       2140-REJETER-DEPL-DEB.
           ADD 1 TO WS-NB-DEPL-REJETES.
           DISPLAY 'DEPLACEMENT REJETE, ' WS-MOTIF-REJET.
           DISPLAY '   ' FS-DPL-DEPOT ' ' FS-DPL-CODE ' ' FS-DPL-LOT
                   ' DE ' FS-DPL-EMPL-DE ' VERS ' FS-DPL-EMPL-VERS
                   ' QTE ' FS-DPL-QTE ' (' FS-DPL-OPERATEUR ')'.
       2140-REJETER-DEPL-FIN.
           EXIT.

      * PRELEVEMENTS DU PICKING DU JOUR ; UNE ALLOCATION SANS
      * EMPLACEMENT (PICKING AU JUGE) NE TOUCHE PAS LE CONTENU.
       2200-PRELEVEMENTS-DEB.
           OPEN INPUT FIC-ALLOCATIONS.
           IF WS-STATUS-ALLOC NOT = '00'
              DISPLAY 'AUCUNE ALLOCATION DE PICKING'
           ELSE
              PERFORM 2210-UN-PRELEVEMENT-DEB
                 THRU 2210-UN-PRELEVEMENT-FIN
                 UNTIL WS-STATUS-ALLOC NOT = '00'
              CLOSE FIC-ALLOCATIONS
           END-IF.
       2200-PRELEVEMENTS-FIN.
           EXIT.

       2210-UN-PRELEVEMENT-DEB.
           READ FIC-ALLOCATIONS
              AT END
                 MOVE '10' TO WS-STATUS-ALLOC
           END-READ.
           IF WS-STATUS-ALLOC = '00'
              AND FS-ALC-DATE = WS-DATE-REF
              AND FS-ALC-EMPL NOT = SPACES
              ADD 1 TO WS-NB-PRELEVEMENTS
              MOVE FS-ALC-DEPOT TO WS-CLE-DEPOT
              MOVE FS-ALC-EMPL  TO WS-CLE-EMPL
              MOVE FS-ALC-CODE  TO WS-CLE-CODE
              MOVE FS-ALC-LOT   TO WS-CLE-LOT
              PERFORM 7000-TROUVER-LIGNE-DEB
                 THRU 7000-TROUVER-LIGNE-FIN
              IF WS-IND-EST-TROUVE = 0
                 ADD 1 TO WS-NB-ECARTS-PICK
                 DISPLAY 'PRELEVEMENT SUR UN EMPLACEMENT SANS LE LOT : '
                         FS-ALC-EMPL ' ' FS-ALC-CODE ' ' FS-ALC-LOT
                         ' QTE ' FS-ALC-QTE
              ELSE
                 IF WS-EST-QTE(WS-IND-EST-TROUVE) < FS-ALC-QTE
                    ADD 1 TO WS-NB-ECARTS-PICK
                    DISPLAY 'PRELEVEMENT SUPERIEUR AU CONTENU, VIDE : '
                            FS-ALC-EMPL ' ' FS-ALC-CODE ' ' FS-ALC-LOT
                            ' QTE ' FS-ALC-QTE
                    MOVE 0 TO WS-EST-QTE(WS-IND-EST-TROUVE)
                 ELSE
                    SUBTRACT FS-ALC-QTE
                      FROM WS-EST-QTE(WS-IND-EST-TROUVE)
                 END-IF
              END-IF
           END-IF.
       2210-UN-PRELEVEMENT-FIN.
           EXIT.

      * RAPPROCHEMENT AVEC LES SOLDES DE LOTS : SEULS LES DEPOTS
      * QUI ONT DES EMPLACEMENTS SONT RAPPROCHES.
       3000-RAPPROCHER-SOLDES-DEB.
           OPEN INPUT FIC-LOTS.
           IF WS-STATUS-LOTS NOT = '00'
              DISPLAY 'PAS DE SOLDES DE LOTS, CONTENU NON RAPPROCHE'
           ELSE
              PERFORM 3010-CHARGER-SOLDE-DEB
                 THRU 3010-CHARGER-SOLDE-FIN
                 UNTIL WS-STATUS-LOTS NOT = '00'
              CLOSE FIC-LOTS
              DISPLAY '---------------------------------------------'
              DISPLAY 'RAPPROCHEMENT AVEC LES SOLDES DE LOTS :'
              PERFORM 3100-RAPPROCHER-LOT-DEB
                 THRU 3100-RAPPROCHER-LOT-FIN
                 VARYING WS-IND-SLD FROM 1 BY 1
                 UNTIL WS-IND-SLD > WS-NB-SOLDES
              PERFORM 3200-LOT-SANS-SOLDE-DEB
                 THRU 3200-LOT-SANS-SOLDE-FIN
                 VARYING WS-IND-EST FROM 1 BY 1
                 UNTIL WS-IND-EST > WS-NB-EST
              IF WS-NB-AJUSTEMENTS = 0 AND WS-QTE-NON-RANGEE = 0
                 DISPLAY '(AUCUN ECART)'
              END-IF
           END-IF.
       3000-RAPPROCHER-SOLDES-FIN.
           EXIT.

       3010-CHARGER-SOLDE-DEB.
           READ FIC-LOTS
              AT END
                 MOVE '10' TO WS-STATUS-LOTS
           END-READ.
           IF WS-STATUS-LOTS = '00'
              MOVE FS-LOT-DEPOT TO WS-CLE-DEPOT
              PERFORM 7400-DEPOT-GERE-DEB
                 THRU 7400-DEPOT-GERE-FIN
           END-IF.
           IF WS-STATUS-LOTS = '00'
              AND WS-DEPOT-GERE = 'O'
              IF WS-NB-SOLDES < 999
                 ADD 1 TO WS-NB-SOLDES
                 MOVE FS-LOT-CODE  TO WS-SLD-CODE(WS-NB-SOLDES)
                 MOVE FS-LOT-DEPOT TO WS-SLD-DEPOT(WS-NB-SOLDES)
                 MOVE FS-LOT-NUM   TO WS-SLD-LOT(WS-NB-SOLDES)
                 MOVE FS-LOT-QTE   TO WS-SLD-QTE(WS-NB-SOLDES)
              ELSE
                 DISPLAY 'TABLE DES SOLDES PLEINE (999), LOT NON '
                         'RAPPROCHE : ' FS-LOT-NUM
              END-IF
           END-IF.
       3010-CHARGER-SOLDE-FIN.
           EXIT.

      * TOTAL DU LOT DANS LES EMPLACEMENTS CONTRE SON SOLDE.
       3100-RAPPROCHER-LOT-DEB.
           MOVE 0 TO WS-TOTAL-EMPL.
           PERFORM 3110-CUMULER-LOT-DEB
              THRU 3110-CUMULER-LOT-FIN
              VARYING WS-IND-EST FROM 1 BY 1
              UNTIL WS-IND-EST > WS-NB-EST.
           IF WS-TOTAL-EMPL > WS-SLD-QTE(WS-IND-SLD)
              ADD 1 TO WS-NB-AJUSTEMENTS
              COMPUTE WS-QTE-ECART =
                      WS-TOTAL-EMPL - WS-SLD-QTE(WS-IND-SLD)
              DISPLAY 'EXCEDENT EN EMPLACEMENT : '
                      WS-SLD-DEPOT(WS-IND-SLD) ' '
                      WS-SLD-CODE(WS-IND-SLD) ' '
                      WS-SLD-LOT(WS-IND-SLD) ' QTE ' WS-QTE-ECART
              PERFORM 3120-RETIRER-EXCEDENT-DEB
                 THRU 3120-RETIRER-EXCEDENT-FIN
                 UNTIL WS-QTE-ECART = 0
           END-IF.
           IF WS-TOTAL-EMPL < WS-SLD-QTE(WS-IND-SLD)
              COMPUTE WS-QTE-ECART =
                      WS-SLD-QTE(WS-IND-SLD) - WS-TOTAL-EMPL
              ADD WS-QTE-ECART TO WS-QTE-NON-RANGEE
              DISPLAY 'STOCK NON RANGE         : '
                      WS-SLD-DEPOT(WS-IND-SLD) ' '
                      WS-SLD-CODE(WS-IND-SLD) ' '
                      WS-SLD-LOT(WS-IND-SLD) ' QTE ' WS-QTE-ECART
           END-IF.
       3100-RAPPROCHER-LOT-FIN.
           EXIT.

       3110-CUMULER-LOT-DEB.
           IF WS-EST-DEPOT(WS-IND-EST) = WS-SLD-DEPOT(WS-IND-SLD)
              AND WS-EST-CODE(WS-IND-EST) = WS-SLD-CODE(WS-IND-SLD)
              AND WS-EST-LOT(WS-IND-EST) = WS-SLD-LOT(WS-IND-SLD)
              MOVE 'O' TO WS-EST-VU(WS-IND-EST)
              ADD WS-EST-QTE(WS-IND-EST) TO WS-TOTAL-EMPL
           END-IF.
       3110-CUMULER-LOT-FIN.
           EXIT.

      * L'EXCEDENT EST RETIRE DE L'EMPLACEMENT LE PLUS LOIN DANS
      * L'ORDRE DE PASSAGE QUI CONTIENT ENCORE LE LOT.
       3120-RETIRER-EXCEDENT-DEB.
           MOVE 0 TO WS-IND-EST-TROUVE.
           PERFORM 3130-DERNIER-EMPL-DEB
              THRU 3130-DERNIER-EMPL-FIN
              VARYING WS-IND-EST FROM 1 BY 1
              UNTIL WS-IND-EST > WS-NB-EST.
           IF WS-EST-QTE(WS-IND-EST-TROUVE) > WS-QTE-ECART
              MOVE WS-QTE-ECART TO WS-QTE-RETIREE
           ELSE
              MOVE WS-EST-QTE(WS-IND-EST-TROUVE) TO WS-QTE-RETIREE
           END-IF.
           SUBTRACT WS-QTE-RETIREE FROM WS-EST-QTE(WS-IND-EST-TROUVE).
           SUBTRACT WS-QTE-RETIREE FROM WS-QTE-ECART.
           DISPLAY '   RETIRE ' WS-QTE-RETIREE ' DE L''EMPLACEMENT '
                   WS-EST-EMPL(WS-IND-EST-TROUVE).
       3120-RETIRER-EXCEDENT-FIN.
           EXIT.

       3130-DERNIER-EMPL-DEB.
           IF WS-EST-DEPOT(WS-IND-EST) = WS-SLD-DEPOT(WS-IND-SLD)
              AND WS-EST-CODE(WS-IND-EST) = WS-SLD-CODE(WS-IND-SLD)
              AND WS-EST-LOT(WS-IND-EST) = WS-SLD-LOT(WS-IND-SLD)
              AND WS-EST-QTE(WS-IND-EST) > 0
              IF WS-IND-EST-TROUVE = 0
                 OR WS-EST-ORDRE(WS-IND-EST)
                    >= WS-EST-ORDRE(WS-IND-EST-TROUVE)
                 MOVE WS-IND-EST TO WS-IND-EST-TROUVE
              END-IF
           END-IF.
       3130-DERNIER-EMPL-FIN.
           EXIT.

      * UN LOT RANGE QUE LA CHAINE DE STOCK NE CONNAIT PLUS
      * (SOLDE NUL) EST SORTI DES EMPLACEMENTS.
       3200-LOT-SANS-SOLDE-DEB.
           IF WS-EST-VU(WS-IND-EST) = 'N'
              AND WS-EST-QTE(WS-IND-EST) > 0
              MOVE WS-EST-DEPOT(WS-IND-EST) TO WS-CLE-DEPOT
              PERFORM 7400-DEPOT-GERE-DEB
                 THRU 7400-DEPOT-GERE-FIN
              IF WS-DEPOT-GERE = 'O'
                 ADD 1 TO WS-NB-AJUSTEMENTS
                 DISPLAY 'LOT SANS SOLDE, SORTI   : '
                         WS-EST-DEPOT(WS-IND-EST) ' '
                         WS-EST-CODE(WS-IND-EST) ' '
                         WS-EST-LOT(WS-IND-EST) ' QTE '
                         WS-EST-QTE(WS-IND-EST) ' EMPLACEMENT '
                         WS-EST-EMPL(WS-IND-EST)
                 MOVE 0 TO WS-EST-QTE(WS-IND-EST)
              END-IF
           END-IF.
       3200-LOT-SANS-SOLDE-FIN.
           EXIT.

      * NOUVELLE GENERATION : LES LIGNES VIDEES NE SONT PAS
      * REECRITES.
       4000-ECRIRE-CONTENU-DEB.
           OPEN OUTPUT FIC-EMPL-STOCK-NOUV.
           PERFORM 4010-ECRIRE-LIGNE-DEB
              THRU 4010-ECRIRE-LIGNE-FIN
              VARYING WS-IND-EST FROM 1 BY 1
              UNTIL WS-IND-EST > WS-NB-EST.
           CLOSE FIC-EMPL-STOCK-NOUV.
           DISPLAY 'BASCULER EMPLSTOCK_NEW.TXT SUR EMPLSTOCK.TXT '
                   'APRES CONTROLE'.
       4000-ECRIRE-CONTENU-FIN.
           EXIT.

       4010-ECRIRE-LIGNE-DEB.
           IF WS-EST-QTE(WS-IND-EST) > 0
              MOVE SPACES TO FS-ENR-EMPL-STOCK
              MOVE WS-EST-DEPOT(WS-IND-EST) TO FS-EST-DEPOT
              MOVE WS-EST-EMPL(WS-IND-EST)  TO FS-EST-EMPL
              MOVE WS-EST-CODE(WS-IND-EST)  TO FS-EST-CODE
              MOVE WS-EST-LOT(WS-IND-EST)   TO FS-EST-LOT
              MOVE WS-EST-QTE(WS-IND-EST)   TO FS-EST-QTE
              WRITE FS-ENR-EMPL-STOCK-NOUV FROM FS-ENR-EMPL-STOCK
              ADD 1 TO WS-NB-LIGNES-ECRITES
           END-IF.
       4010-ECRIRE-LIGNE-FIN.
           EXIT.

      * LIGNE DE CONTENU DE LA CLE WS-CLE (0 SI ABSENTE).
       7000-TROUVER-LIGNE-DEB.
           MOVE 0 TO WS-IND-EST-TROUVE.
           PERFORM 7010-COMPARER-LIGNE-DEB
              THRU 7010-COMPARER-LIGNE-FIN
              VARYING WS-IND-EST FROM 1 BY 1
              UNTIL WS-IND-EST > WS-NB-EST
              OR WS-IND-EST-TROUVE > 0.
       7000-TROUVER-LIGNE-FIN.
           EXIT.

       7010-COMPARER-LIGNE-DEB.
           IF WS-EST-DEPOT(WS-IND-EST) = WS-CLE-DEPOT
              AND WS-EST-EMPL(WS-IND-EST) = WS-CLE-EMPL
              AND WS-EST-CODE(WS-IND-EST) = WS-CLE-CODE
              AND WS-EST-LOT(WS-IND-EST) = WS-CLE-LOT
              MOVE WS-IND-EST TO WS-IND-EST-TROUVE
           END-IF.
       7010-COMPARER-LIGNE-FIN.
           EXIT.

      * LIGNE DE CONTENU DE LA CLE WS-CLE, CREEE A ZERO AVEC
      * L'ORDRE DE PASSAGE DE SON EMPLACEMENT SI ELLE EST
      * ABSENTE (0 SI LA TABLE EST PLEINE).
       7100-CREER-LIGNE-DEB.
           PERFORM 7000-TROUVER-LIGNE-DEB
              THRU 7000-TROUVER-LIGNE-FIN.
           IF WS-IND-EST-TROUVE NOT > 0
              IF WS-NB-EST NOT < 999
                 DISPLAY 'TABLE DU CONTENU PLEINE (999), IGNORE : '
                         WS-CLE-EMPL ' ' WS-CLE-LOT
              ELSE
                 ADD 1 TO WS-NB-EST
                 MOVE WS-NB-EST    TO WS-IND-EST-TROUVE
                 MOVE WS-CLE-DEPOT TO WS-EST-DEPOT(WS-NB-EST)
                 MOVE WS-CLE-EMPL  TO WS-EST-EMPL(WS-NB-EST)
                 MOVE WS-CLE-CODE  TO WS-EST-CODE(WS-NB-EST)
                 MOVE WS-CLE-LOT   TO WS-EST-LOT(WS-NB-EST)
                 MOVE 0            TO WS-EST-QTE(WS-NB-EST)
                 MOVE 'N'          TO WS-EST-VU(WS-NB-EST)
                 MOVE 99999        TO WS-EST-ORDRE(WS-NB-EST)
                 PERFORM 7200-TROUVER-EMPL-DEB
                    THRU 7200-TROUVER-EMPL-FIN
                 IF WS-IND-EMP-TROUVE > 0
                    MOVE WS-EMP-ORDRE(WS-IND-EMP-TROUVE)
                      TO WS-EST-ORDRE(WS-NB-EST)
                 END-IF
              END-IF
           END-IF.
       7100-CREER-LIGNE-FIN.
           EXIT.

      * EMPLACEMENT WS-CLE-DEPOT / WS-CLE-EMPL (0 SI INCONNU).
       7200-TROUVER-EMPL-DEB.
           MOVE 0 TO WS-IND-EMP-TROUVE.
           PERFORM 7210-COMPARER-EMPL-DEB
              THRU 7210-COMPARER-EMPL-FIN
              VARYING WS-IND-EMP FROM 1 BY 1
              UNTIL WS-IND-EMP > WS-NB-EMPL
              OR WS-IND-EMP-TROUVE > 0.
       7200-TROUVER-EMPL-FIN.
           EXIT.

       7210-COMPARER-EMPL-DEB.
           IF WS-EMP-DEPOT(WS-IND-EMP) = WS-CLE-DEPOT
              AND WS-EMP-EMPL(WS-IND-EMP) = WS-CLE-EMPL
              MOVE WS-IND-EMP TO WS-IND-EMP-TROUVE
           END-IF.
       7210-COMPARER-EMPL-FIN.
           EXIT.

      * QUANTITE TOTALE RANGEE DANS L'EMPLACEMENT WS-CLE.
       7300-OCCUPATION-DEB.
           MOVE 0 TO WS-OCCUPATION.
           PERFORM 7310-CUMULER-EMPL-DEB
              THRU 7310-CUMULER-EMPL-FIN
              VARYING WS-IND-EST FROM 1 BY 1
              UNTIL WS-IND-EST > WS-NB-EST.
       7300-OCCUPATION-FIN.
           EXIT.

       7310-CUMULER-EMPL-DEB.
           IF WS-EST-DEPOT(WS-IND-EST) = WS-CLE-DEPOT
              AND WS-EST-EMPL(WS-IND-EST) = WS-CLE-EMPL
              ADD WS-EST-QTE(WS-IND-EST) TO WS-OCCUPATION
           END-IF.
       7310-CUMULER-EMPL-FIN.
           EXIT.

      * LE DEPOT WS-CLE-DEPOT A-T-IL DES EMPLACEMENTS DECRITS ?
       7400-DEPOT-GERE-DEB.
           MOVE 'N' TO WS-DEPOT-GERE.
           PERFORM 7410-COMPARER-DEPOT-DEB
              THRU 7410-COMPARER-DEPOT-FIN
              VARYING WS-IND-EMP FROM 1 BY 1
              UNTIL WS-IND-EMP > WS-NB-EMPL
              OR WS-DEPOT-GERE = 'O'.
       7400-DEPOT-GERE-FIN.
           EXIT.

       7410-COMPARER-DEPOT-DEB.
           IF WS-EMP-DEPOT(WS-IND-EMP) = WS-CLE-DEPOT
              MOVE 'O' TO WS-DEPOT-GERE
           END-IF.
       7410-COMPARER-DEPOT-FIN.
           EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID    TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'              TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES           TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO             TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'              TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE FS-DPL-OPERATEUR TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT     TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'CONTENU DES EMPLACEMENTS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'RANGEMENTS APPLIQUES  : ' WS-NB-RANGEMENTS.
           DISPLAY 'RANGEMENTS AU JUGE    : ' WS-NB-AU-JUGE.
           DISPLAY 'DEPLACEMENTS LUS      : ' WS-NB-DEPL-LUS.
           DISPLAY 'DEPLACEMENTS APPLIQUES: ' WS-NB-DEPLACEMENTS.
           DISPLAY 'DEPLACEMENTS REJETES  : ' WS-NB-DEPL-REJETES.
           DISPLAY 'PRELEVEMENTS PICKING  : ' WS-NB-PRELEVEMENTS.
           DISPLAY 'ECARTS DE PRELEVEMENT : ' WS-NB-ECARTS-PICK.
           DISPLAY 'AJUSTEMENTS AUX SOLDES: ' WS-NB-AJUSTEMENTS.
           DISPLAY 'QUANTITE NON RANGEE   : ' WS-QTE-NON-RANGEE.
           DISPLAY 'LIGNES DE CONTENU     : ' WS-NB-LIGNES-ECRITES.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'RANGEMENTS APPLIQUES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-RANGEMENTS     TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'DEPLACEMENTS EMPL.' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-DEPLACEMENTS   TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'QTE NON RANGEE'     TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-QTE-NON-RANGEE    TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM EMPLMAJ.
