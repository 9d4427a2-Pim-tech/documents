             ASSIGN TO DYNAMIC WS-FIC-LOTSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOTSN.
      *   STATUT QUALITE DES LOTS TENU PAR LOTQUAL : UN LOT EN
      *   QUARANTAINE (Q) OU REBUTE (R) N'EST PLUS SERVI EN FEFO
      *   ET N'EST PAS COMPTE DANS LE DISPONIBLE D'UNE SORTIE ;
      *   SEULE UNE SORTIE QUI NOMME LE LOT (RETOUR FOURNISSEUR,
      *   DESTRUCTION) LE CONSOMME. SA QUANTITE EST EDITEE A
      *   PART DANS LA VALORISATION ET L'ETAT DES PEREMPTIONS.
          SELECT FIC-STATUTS-LOTS
             ASSIGN TO "./files/lotstatut.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-STALOT.
      *   TABLE DES MOTIFS DE MOUVEMENT : TOUTE ENTREE OU SORTIE
      *   DOIT PORTER DANS SA ZONE CIBLE (INUTILE HORS TRANSFERT)
      *   UN MOTIF DE LA TABLE ADMIS POUR SON SENS, SINON ELLE
      *   EST REJETEE DANS MOUVEMENTS_REJETES AVEC LA CAUSE 'MI'.
      *   LES PROGRAMMES QUI GENERENT DES MOUVEMENTS POSENT LEUR
      *   PROPRE MOTIF (AC RECEPTION, RF RETOUR FOURNISSEUR, VT
      *   VENTE, RC RETOUR CLIENT, CU CUISINE, FA ASSEMBLAGE, PE
      *   ET RQ DESTRUCTION, IN ECART D'INVENTAIRE) : CES CODES
      *   DOIVENT FIGURER DANS LA TABLE A COTE DES MOTIFS DE
      *   SAISIE (CASSE, VOL, ECHANTILLON...). LES JAMBES DES
      *   TRANSFERTS PORTENT LE MOTIF TR ET NE SONT PAS
      *   CONTROLEES. SANS TABLE, LES MOTIFS NE SONT PAS
      *   CONTROLES.
          SELECT FIC-MOTIFS
             ASSIGN TO "./files/motifsmvt.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MOTIFS.
      *   ETAT DE VALORISATION DU STOCK APRES MISE A JOUR DES
      *   CUMULS : UNE LIGNE PAR ARTICLE (QUANTITE DE CLOTURE,
      *   COUT UNITAIRE, VALEUR ETENDUE), TOTAUX PAR FAMILLE ET
       FD FIC-OUTPUT RECORDING MODE IS F.
           01 FS-ENROUT PIC X(13).
       FD FIC-REJETS RECORDING MODE IS F.
           01 FS-ENRREJ PIC X(24).
       FD FIC-MVT-ECLATE RECORDING MODE IS F.
           01 FS-ENRECL PIC X(32).
       FD FIC-TRANSIT RECORDING MODE IS F.
               05 FS-PER-QTE   PIC 9(5).
               05 FILLER PIC X(1).
               05 FS-PER-ETAT  PIC X(9).
               05 FILLER PIC X(1).
               05 FS-PER-QTE-BLOQUEE PIC 9(5).
               05 FILLER PIC X(1).
               05 FS-PER-STATUT PIC X(1).
       FD FIC-VALO RECORDING MODE IS F.
           01 FS-ENRVALO PIC X(46).
       FD FIC-STATUTS-LOTS RECORDING MODE IS F.
           01 FS-ENRSTALOT.
               05 FS-STL-CODE   PIC X(3).
               05 FILLER PIC X(1).
               05 FS-STL-DEPOT  PIC X(2).
               05 FILLER PIC X(1).
               05 FS-STL-LOT    PIC X(8).
               05 FILLER PIC X(1).
               05 FS-STL-STATUT PIC X(1).
               05 FILLER PIC X(24).
       FD FIC-MOTIFS RECORDING MODE IS F.
           01 FS-ENRMOTIF.
               05 FS-MOT-CODE      PIC X(2).
               05 FILLER PIC X(1).
               05 FS-MOT-SENS      PIC X(1).
               05 FILLER PIC X(1).
               05 FS-MOT-CATEGORIE PIC X(1).
               05 FILLER PIC X(1).
               05 FS-MOT-LIBELLE   PIC X(30).
      *   LE POINT DE CONTROLE PORTE LA CLE CLOSE ET LE SOLDE
      *   CALCULE POUR LE MAITRE : IL EST POSE AVANT LA
      *   REECRITURE DU MAITRE, ET LA REPRISE REALIGNE LE
           05 WS-COUT-UNITAIRE PIC 9(4)V99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-FAMILLE PIC X(3).
      * INDICATEUR D'ARTICLE SUIVI PAR NUMERO DE SERIE ('S'), TENU
      * DANS LA FICHE ET PRESERVE A LA REECRITURE.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SERIALISE PIC X(1).
           05 FILLER PIC X(4).

       01 WS-STATUS-MVT PIC XX.
       01 WS-ENR-MVT.
          05 WS-VALEURM PIC 9(3).
          05 FILLER PIC X(1).
          05 WS-DEPOT-CIBLE PIC X(2).
      * HORS TRANSFERT, LA ZONE CIBLE PORTE LE MOTIF DU MOUVEMENT.
          05 WS-MOTIFM REDEFINES WS-DEPOT-CIBLE PIC X(2).
      * NUMERO DE LOT ET DATE LIMITE (DLUO) PORTES PAR LES
      * MOUVEMENTS D'ENTREE DE LA PARTIE PERISSABLE DU STOCK ;
      * A BLANC POUR LE STOCK NON SUIVI EN LOTS.
           05 WS-VALEURREJ PIC 9(3).
           05 FILLER       PIC X.
           05 WS-CUMULREJ  PIC S9(5).
      *    CAUSE DU REJET : 'SI' STOCK INSUFFISANT (MOUVEMENT MIS
      *    EN RELIQUAT), 'MI' MOTIF ABSENT OU INVALIDE (MOUVEMENT
      *    ECARTE, A RESSAISIR) ; SUIVIE DU MOTIF DU MOUVEMENT.
           05 FILLER       PIC X.
           05 WS-CAUSEREJ  PIC X(2).
           05 FILLER       PIC X.
           05 WS-MOTIFREJ  PIC X(2).
       01 WS-CUMUL   PIC S9(5).

       01 WS-STATUS-ECLATE PIC XX.
          05 WS-VRL-COUT    PIC 9(4).99.
          05 FILLER         PIC X.
          05 WS-VRL-VALEUR  PIC -(8)9.99.
          05 FILLER         PIC X.
          05 WS-VRL-QTE-BLOQUEE PIC -(4)9.

      * REPARATION DES GENERATIONS EN REPRISE : TOUTES PORTENT
      * LA CLE (CODE, DEPOT) EN TETE D'ENREGISTREMENT, LES
               10 WS-LOT-NUM  PIC X(8).
               10 WS-LOT-DLUO PIC 9(8).
               10 WS-LOT-QTE  PIC S9(5).
               10 WS-LOT-STATUT PIC X.
       01 WS-IND-LOT        PIC 99.
       01 WS-IND-LOT-TROUVE PIC 99.
       01 WS-IND-FEFO       PIC 99.
          05 WS-LOT-QTE-F PIC 9(5).
       01 WS-TOTAL-LOTS PIC S9(7).
       01 WS-RESIDU-LOTS PIC S9(7).

      * LOTS BLOQUES (QUARANTAINE OU REBUT) SELON LOTSTATUT.TXT ;
      * LA QUANTITE BLOQUEE DE L'ARTICLE EN COURS EST RETRANCHEE
      * DU CUMUL POUR JUGER UNE SORTIE NON NOMINATIVE. LE
      * REALIGNEMENT SUR LE MAITRE (1150) CONSOMME TOUS LES LOTS.
       01 WS-STATUS-STALOT PIC XX.
       01 WS-LOTS-BLOQUES.
           05 WS-NB-BLOQUES PIC 9(3) VALUE 0.
           05 WS-BLQ OCCURS 500 TIMES.
               10 WS-BLQ-CODE   PIC X(3).
               10 WS-BLQ-DEPOT  PIC X(2).
               10 WS-BLQ-LOT    PIC X(8).
               10 WS-BLQ-STATUT PIC X.
       01 WS-IND-BLQ        PIC 9(3).
       01 WS-STATUT-ENTRANT PIC X.
       01 WS-LOT-NOMME      PIC X(8).
       01 WS-QTE-BLOQUEE    PIC S9(7).
       01 WS-TOTAL-BLOQUE   PIC S9(9) VALUE 0.
       01 WS-SERVIR-BLOQUES PIC X VALUE 'N'.

      * MOTIFS DE MOUVEMENT ADMIS, CHARGES DEPUIS MOTIFSMVT.TXT ;
      * SENS A BLANC = MOTIF ADMIS EN ENTREE COMME EN SORTIE.
       01 WS-STATUS-MOTIFS PIC XX.
       01 WS-MOTIFS-PRESENTS PIC X VALUE 'N'.
       01 WS-MOTIFS.
           05 WS-NB-MOTIFS PIC 9(3) VALUE 0.
           05 WS-MOT OCCURS 100 TIMES.
               10 WS-MOT-CODE PIC X(2).
               10 WS-MOT-SENS PIC X(1).
       01 WS-IND-MOT        PIC 9(3).
       01 WS-MOTIF-VALIDE   PIC X.
       01 WS-NB-MOTIFS-REJETES PIC 9(5) VALUE 0.
      * ENREGISTREMENT D'ECRITURE DE LA NOUVELLE GENERATION,
      * DISTINCT DU TAMPON DE LECTURE ANTICIPEE WS-ENR-LOT QUI
      * PORTE DEJA LE PREMIER LOT DE L'ARTICLE SUIVANT.
           05 WS-VAL-COUT    PIC 9(4).99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-VAL-VALEUR  PIC -(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-VAL-QTE-BLOQUEE PIC -(4)9.
       01 WS-VALEUR-ARTICLE   PIC S9(9)V99.
       01 WS-TOTAL-VALO       PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-VALO-ED    PIC -(10)9.99.
               THRU 0030-CHARGER-BACKORDERS-FIN
            PERFORM 0050-OUVRIR-LOTS-DEB
               THRU 0050-OUVRIR-LOTS-FIN
            PERFORM 0045-CHARGER-STATUTS-DEB
               THRU 0045-CHARGER-STATUTS-FIN
            PERFORM 0048-CHARGER-MOTIFS-DEB
               THRU 0048-CHARGER-MOTIFS-FIN
            PERFORM 0040-PREPARER-MOUVEMENTS-DEB
               THRU 0040-PREPARER-MOUVEMENTS-FIN
            OPEN I-O FIC-ART
            PERFORM 8100-TOTAL-REAPPRO-DEB THRU 8100-TOTAL-REAPPRO-FIN
            PERFORM 8200-TOTAL-DEPOTS-DEB THRU 8200-TOTAL-DEPOTS-FIN
            DISPLAY 'LOTS PERIMES EN STOCK   : ' WS-NB-LOTS-PERIMES
            DISPLAY 'QUANTITE BLOQUEE QUALITE: ' WS-TOTAL-BLOQUE
            DISPLAY 'REJETS MOTIF INVALIDE   : ' WS-NB-MOTIFS-REJETES
            DISPLAY 'LOTS QUI PERIMENT SOUS '
                    WS-HORIZON-JOURS ' JOURS : '
                    WS-NB-LOTS-A-PERIMER
       0050-OUVRIR-LOTS-FIN.
          EXIT.

      * CHARGEMENT DES LOTS BLOQUES : SEULS LES STATUTS Q ET R
      * SONT RETENUS, UN LOT ABSENT OU LIBERE (D) EST SERVI
      * NORMALEMENT.
       0045-CHARGER-STATUTS-DEB.
         OPEN INPUT FIC-STATUTS-LOTS.
         IF WS-STATUS-STALOT = '00'
            PERFORM 0046-CHARGER-UN-STATUT-DEB
               THRU 0046-CHARGER-UN-STATUT-FIN
               UNTIL WS-STATUS-STALOT NOT = '00'
            CLOSE FIC-STATUTS-LOTS
            DISPLAY 'LOTS BLOQUES QUALITE    : ' WS-NB-BLOQUES
         END-IF.
       0045-CHARGER-STATUTS-FIN.
          EXIT.

       0046-CHARGER-UN-STATUT-DEB.
         READ FIC-STATUTS-LOTS
            AT END
               MOVE '10' TO WS-STATUS-STALOT
         END-READ.
         IF WS-STATUS-STALOT = '00'
            AND (FS-STL-STATUT = 'Q' OR FS-STL-STATUT = 'R')
            IF WS-NB-BLOQUES < 500
               ADD 1 TO WS-NB-BLOQUES
               MOVE FS-STL-CODE   TO WS-BLQ-CODE(WS-NB-BLOQUES)
               MOVE FS-STL-DEPOT  TO WS-BLQ-DEPOT(WS-NB-BLOQUES)
               MOVE FS-STL-LOT    TO WS-BLQ-LOT(WS-NB-BLOQUES)
               MOVE FS-STL-STATUT TO WS-BLQ-STATUT(WS-NB-BLOQUES)
            ELSE
               DISPLAY 'TABLE DES LOTS BLOQUES PLEINE (500), LOT '
                       'SERVI NORMALEMENT : ' FS-STL-LOT
            END-IF
         END-IF.
       0046-CHARGER-UN-STATUT-FIN.
          EXIT.

      * CHARGEMENT DE LA TABLE DES MOTIFS ; A DEFAUT DE FICHIER
      * LES MOTIFS NE SONT PAS CONTROLES.
       0048-CHARGER-MOTIFS-DEB.
         OPEN INPUT FIC-MOTIFS.
         IF WS-STATUS-MOTIFS = '00'
            MOVE 'O' TO WS-MOTIFS-PRESENTS
            PERFORM 0049-CHARGER-UN-MOTIF-DEB
               THRU 0049-CHARGER-UN-MOTIF-FIN
               UNTIL WS-STATUS-MOTIFS NOT = '00'
            CLOSE FIC-MOTIFS
            DISPLAY 'MOTIFS DE MOUVEMENT     : ' WS-NB-MOTIFS
         ELSE
            DISPLAY 'PAS DE TABLE DES MOTIFS, MOTIFS NON CONTROLES'
         END-IF.
       0048-CHARGER-MOTIFS-FIN.
          EXIT.

       0049-CHARGER-UN-MOTIF-DEB.
         READ FIC-MOTIFS
            AT END
               MOVE '10' TO WS-STATUS-MOTIFS
         END-READ.
         IF WS-STATUS-MOTIFS = '00'
            IF WS-NB-MOTIFS < 100
               ADD 1 TO WS-NB-MOTIFS
               MOVE FS-MOT-CODE TO WS-MOT-CODE(WS-NB-MOTIFS)
               MOVE FS-MOT-SENS TO WS-MOT-SENS(WS-NB-MOTIFS)
            ELSE
               DISPLAY 'TABLE DES MOTIFS PLEINE (100), MOTIF '
                       'IGNORE : ' FS-MOT-CODE
            END-IF
         END-IF.
       0049-CHARGER-UN-MOTIF-FIN.
          EXIT.

       0055-LIRE-LOT-DEB.
         READ FIC-LOTS INTO WS-ENR-LOT
            AT END
                     WRITE FS-ENRTRF
                  END-IF
                  MOVE '-' TO WS-SENSM
                  MOVE 'TR' TO WS-MOTIFM
                  MOVE SPACES TO WS-LOTM
                  WRITE FS-ENRECL FROM WS-ENR-MVT
      *        CONFIRMATION DE RECEPTION AU DEPOT CIBLE : LE '+'
                     WRITE FS-ENRTRF
                  END-IF
                  MOVE '+' TO WS-SENSM
                  MOVE 'TR' TO WS-MOTIFM
                  MOVE SPACES TO WS-LOTM
                  MOVE ZERO TO WS-DLUOM
                  WRITE FS-ENRECL FROM WS-ENR-MVT
                  ADD 1 TO WS-NB-TRANSFERTS
                  MOVE WS-DEPOT-CIBLE TO WS-DEPOT-TAMPON
                  MOVE '-' TO WS-SENSM
                  MOVE 'TR' TO WS-MOTIFM
                  WRITE FS-ENRECL FROM WS-ENR-MVT
                  MOVE WS-DEPOT-TAMPON TO WS-DEPOTM
                  MOVE '+' TO WS-SENSM
             MOVE WS-LOT-DLUO-F TO WS-LOT-DLUO(WS-NB-LOTS)
             MOVE WS-LOT-QTE-F  TO WS-LOT-QTE(WS-NB-LOTS)
             ADD WS-LOT-QTE-F   TO WS-TOTAL-LOTS
             MOVE WS-LOT-NUM-F  TO WS-LOT-ENTRANT
             PERFORM 2360-STATUT-LOT-DEB
                THRU 2360-STATUT-LOT-FIN
             MOVE WS-STATUT-ENTRANT TO WS-LOT-STATUT(WS-NB-LOTS)
          ELSE
             DISPLAY '   TABLE DES LOTS PLEINE (50), LOT NON '
                     'RELU : ' WS-LOT-NUM-F
                   MOVE '*STOCK*'      TO WS-LOT-NUM(WS-NB-LOTS)
                   MOVE 99999999       TO WS-LOT-DLUO(WS-NB-LOTS)
                   MOVE WS-RESIDU-LOTS TO WS-LOT-QTE(WS-NB-LOTS)
                   MOVE SPACE          TO WS-LOT-STATUT(WS-NB-LOTS)
                ELSE
                   DISPLAY '   TABLE DES LOTS PLEINE (50), STOCK '
                           'LIBRE NON SUIVI : ' WS-CLE-ART
                     WS-CLE-ART ' REALIGNES FEFO DE '
                     WS-TOTAL-LOTS ' VERS ' WS-CUMUL
             COMPUTE WS-QTE-A-SERVIR = 0 - WS-RESIDU-LOTS
             MOVE 'O' TO WS-SERVIR-BLOQUES
             PERFORM 2310-SERVIR-UN-LOT-DEB
                THRU 2310-SERVIR-UN-LOT-FIN
                UNTIL WS-QTE-A-SERVIR = 0
             MOVE 'N' TO WS-SERVIR-BLOQUES
          END-IF.
       1150-AJUSTER-STOCK-LIBRE-FIN.
          EXIT.
          DISPLAY '   Code article' WS-CODEM
          ',depot:' WS-DEPOTM
          ',sens:' WS-SENSM ',valeur:' WS-VALEURM 'X'.
          PERFORM 2050-CONTROLER-MOTIF-DEB
             THRU 2050-CONTROLER-MOTIF-FIN.
          IF WS-MOTIF-VALIDE = 'N'
             PERFORM 2510-REJETER-MOTIF-DEB
                THRU 2510-REJETER-MOTIF-FIN
          ELSE
          IF WS-SENSM = '+'
              ADD WS-VALEURM TO WS-CUMUL
              PERFORM 2200-ENTRER-LOT-DEB
                 THRU 2200-ENTRER-LOT-FIN
          ELSE
             IF WS-SENSM = '-'
                MOVE WS-LOTM TO WS-LOT-NOMME
                PERFORM 2350-CUMULER-BLOQUE-DEB
                   THRU 2350-CUMULER-BLOQUE-FIN
                IF WS-CUMUL - WS-QTE-BLOQUEE - WS-VALEURM < 0
                   PERFORM 2500-REJETER-MVT-DEB
                      THRU 2500-REJETER-MVT-FIN
                ELSE
                      THRU 2300-SORTIR-FEFO-FIN
                END-IF
             END-IF
          END-IF
          END-IF.
          READ FIC-MVT-TRIE INTO WS-ENR-MVT
             AT END
       2000-MOUVEMENTS-FIN.
          EXIT.

      * MOTIF DU MOUVEMENT : UNE ENTREE OU UNE SORTIE DOIT PORTER
      * UN MOTIF DE LA TABLE ADMIS POUR SON SENS ; LES JAMBES DE
      * TRANSFERT (TR) ET LES AUTRES SENS NE SONT PAS CONTROLES.
       2050-CONTROLER-MOTIF-DEB.
          IF WS-MOTIFS-PRESENTS = 'N'
             OR (WS-SENSM NOT = '+' AND WS-SENSM NOT = '-')
             OR WS-MOTIFM = 'TR'
             MOVE 'O' TO WS-MOTIF-VALIDE
          ELSE
             MOVE 'N' TO WS-MOTIF-VALIDE
             PERFORM 2055-CHERCHER-MOTIF-DEB
                THRU 2055-CHERCHER-MOTIF-FIN
                VARYING WS-IND-MOT FROM 1 BY 1
                UNTIL WS-IND-MOT > WS-NB-MOTIFS
                OR WS-MOTIF-VALIDE = 'O'
          END-IF.
       2050-CONTROLER-MOTIF-FIN.
          EXIT.

       2055-CHERCHER-MOTIF-DEB.
          IF WS-MOT-CODE(WS-IND-MOT) = WS-MOTIFM
             AND WS-MOTIFM NOT = SPACES
             AND (WS-MOT-SENS(WS-IND-MOT) = SPACE
                  OR WS-MOT-SENS(WS-IND-MOT) = WS-SENSM)
             MOVE 'O' TO WS-MOTIF-VALIDE
          END-IF.
       2055-CHERCHER-MOTIF-FIN.
          EXIT.

      * ENTREE EN STOCK : LA QUANTITE EST AJOUTEE AU SOLDE DU LOT
      * PORTE PAR LE MOUVEMENT (CREE AU PREMIER PASSAGE) ; UNE
      * ENTREE SANS LOT REJOINT LE LOT FICTIF '*STOCK*' SERVI EN
                MOVE WS-LOT-ENTRANT   TO WS-LOT-NUM(WS-NB-LOTS)
                MOVE WS-DLUO-ENTRANTE TO WS-LOT-DLUO(WS-NB-LOTS)
                MOVE WS-VALEURM       TO WS-LOT-QTE(WS-NB-LOTS)
                PERFORM 2360-STATUT-LOT-DEB
                   THRU 2360-STATUT-LOT-FIN
                MOVE WS-STATUT-ENTRANT TO WS-LOT-STATUT(WS-NB-LOTS)
             ELSE
                DISPLAY '   TABLE DES LOTS PLEINE (50), LOT NON '
                        'SUIVI : ' WS-LOT-ENTRANT
      * SORTIE PREMIER-PERIME-PREMIER-SORTI : LA QUANTITE SORTIE
      * EST SERVIE LOT PAR LOT EN COMMENCANT PAR LA DLUO LA PLUS
      * PROCHE, LE LOT FICTIF '*STOCK*' (DLUO 99999999) PASSANT
      * TOUJOURS EN DERNIER. UNE SORTIE QUI NOMME SON LOT
      * (RETOUR FOURNISSEUR, DESTRUCTION) EST D'ABORD SERVIE SUR
      * CE LOT, MEME BLOQUE ; LE RESTE PASSE EN FEFO.
       2300-SORTIR-FEFO-DEB.
          MOVE WS-VALEURM TO WS-QTE-A-SERVIR.
          IF WS-LOTM NOT = SPACES
             PERFORM 2305-SERVIR-LOT-NOMME-DEB
                THRU 2305-SERVIR-LOT-NOMME-FIN
          END-IF.
          PERFORM 2310-SERVIR-UN-LOT-DEB
             THRU 2310-SERVIR-UN-LOT-FIN
             UNTIL WS-QTE-A-SERVIR = 0.
       2300-SORTIR-FEFO-FIN.
          EXIT.

       2305-SERVIR-LOT-NOMME-DEB.
          MOVE WS-LOTM TO WS-LOT-ENTRANT.
          MOVE 0 TO WS-IND-LOT-TROUVE.
          PERFORM 2210-CHERCHER-LOT-DEB
             THRU 2210-CHERCHER-LOT-FIN
             VARYING WS-IND-LOT FROM 1 BY 1
             UNTIL WS-IND-LOT > WS-NB-LOTS
             OR WS-IND-LOT-TROUVE > 0.
          IF WS-IND-LOT-TROUVE = 0
             OR WS-LOT-QTE(WS-IND-LOT-TROUVE) NOT > 0
             DISPLAY '   LOT ' WS-LOTM ' ABSENT OU EPUISE, SORTIE '
                     'SERVIE EN FEFO'
          ELSE
             IF WS-LOT-QTE(WS-IND-LOT-TROUVE) >= WS-QTE-A-SERVIR
                MOVE WS-QTE-A-SERVIR TO WS-QTE-PRISE
             ELSE
                MOVE WS-LOT-QTE(WS-IND-LOT-TROUVE) TO WS-QTE-PRISE
             END-IF
             SUBTRACT WS-QTE-PRISE
                FROM WS-LOT-QTE(WS-IND-LOT-TROUVE)
             SUBTRACT WS-QTE-PRISE FROM WS-QTE-A-SERVIR
          END-IF.
       2305-SERVIR-LOT-NOMME-FIN.
          EXIT.

       2310-SERVIR-UN-LOT-DEB.
          MOVE 0 TO WS-IND-FEFO.
          PERFORM 2320-PLUS-PROCHE-DLUO-DEB

       2320-PLUS-PROCHE-DLUO-DEB.
          IF WS-LOT-QTE(WS-IND-LOT) > 0
             AND (WS-LOT-STATUT(WS-IND-LOT) = SPACE
                  OR WS-SERVIR-BLOQUES = 'O')
             IF WS-IND-FEFO = 0
                OR WS-LOT-DLUO(WS-IND-LOT)
                   < WS-LOT-DLUO(WS-IND-FEFO)
       2320-PLUS-PROCHE-DLUO-FIN.
          EXIT.

      * QUANTITE BLOQUEE DE L'ARTICLE EN COURS ; LE LOT NOMME PAR
      * LA SORTIE EN COURS RESTE DISPONIBLE POUR ELLE.
       2350-CUMULER-BLOQUE-DEB.
          MOVE 0 TO WS-QTE-BLOQUEE.
          PERFORM 2355-AJOUTER-BLOQUE-DEB
             THRU 2355-AJOUTER-BLOQUE-FIN
             VARYING WS-IND-LOT FROM 1 BY 1
             UNTIL WS-IND-LOT > WS-NB-LOTS.
       2350-CUMULER-BLOQUE-FIN.
          EXIT.

       2355-AJOUTER-BLOQUE-DEB.
          IF WS-LOT-STATUT(WS-IND-LOT) NOT = SPACE
             AND WS-LOT-QTE(WS-IND-LOT) > 0
             AND (WS-LOT-NOMME = SPACES
                  OR WS-LOT-NUM(WS-IND-LOT) NOT = WS-LOT-NOMME)
             ADD WS-LOT-QTE(WS-IND-LOT) TO WS-QTE-BLOQUEE
          END-IF.
       2355-AJOUTER-BLOQUE-FIN.
          EXIT.

      * STATUT QUALITE DU LOT WS-LOT-ENTRANT DE L'ARTICLE EN
      * COURS : Q OU R S'IL EST BLOQUE, ESPACE SINON.
       2360-STATUT-LOT-DEB.
          MOVE SPACE TO WS-STATUT-ENTRANT.
          PERFORM 2365-CHERCHER-STATUT-DEB
             THRU 2365-CHERCHER-STATUT-FIN
             VARYING WS-IND-BLQ FROM 1 BY 1
             UNTIL WS-IND-BLQ > WS-NB-BLOQUES
             OR WS-STATUT-ENTRANT NOT = SPACE.
       2360-STATUT-LOT-FIN.
          EXIT.

       2365-CHERCHER-STATUT-DEB.
          IF WS-BLQ-CODE(WS-IND-BLQ) = WS-CODEA
             AND WS-BLQ-DEPOT(WS-IND-BLQ) = WS-DEPOTA
             AND WS-BLQ-LOT(WS-IND-BLQ) = WS-LOT-ENTRANT
             MOVE WS-BLQ-STATUT(WS-IND-BLQ) TO WS-STATUT-ENTRANT
          END-IF.
       2365-CHERCHER-STATUT-FIN.
          EXIT.

      * Un mouvement de sortie qui ramenerait le stock de l'article
      * sous zero n'est pas applique au cumul : il est place dans
      * la file d'attente des reliquats, d'ou il sera retente
          MOVE WS-SENSM        TO WS-SENSREJ.
          MOVE WS-VALEURM      TO WS-VALEURREJ.
          COMPUTE WS-CUMULREJ = WS-CUMUL - WS-VALEURM.
          MOVE 'SI'            TO WS-CAUSEREJ.
          MOVE WS-MOTIFM       TO WS-MOTIFREJ.
          WRITE FS-ENRREJ FROM WS-ENR-REJETS.
          IF WS-NB-BACK < 100
             ADD 1 TO WS-NB-BACK
       2500-REJETER-MVT-FIN.
          EXIT.

      * UN MOUVEMENT SANS MOTIF VALABLE N'EST PAS APPLIQUE ET NE
      * PASSE PAS EN RELIQUAT : IL EST ECARTE DANS LE FICHIER DES
      * REJETS AVEC SA CAUSE, POUR RESSAISIE AVEC UN MOTIF.
       2510-REJETER-MOTIF-DEB.
          DISPLAY '   MOUVEMENT REJETE, MOTIF INVALIDE : '
             WS-CODEM ' ' WS-DEPOTM ' ' WS-SENSM ' ' WS-VALEURM
             ' MOTIF ' WS-MOTIFM.
          ADD 1 TO WS-NB-MOTIFS-REJETES.
          MOVE WS-CODEM        TO WS-CODEREJ.
          MOVE WS-DEPOTM       TO WS-DEPOTREJ.
          MOVE WS-SENSM        TO WS-SENSREJ.
          MOVE WS-VALEURM      TO WS-VALEURREJ.
          MOVE WS-CUMUL        TO WS-CUMULREJ.
          MOVE 'MI'            TO WS-CAUSEREJ.
          MOVE WS-MOTIFM       TO WS-MOTIFREJ.
          WRITE FS-ENRREJ FROM WS-ENR-REJETS.
       2510-REJETER-MOTIF-FIN.
          EXIT.

       3000-ECRIRE-DEB.
          PERFORM 3900-RETENTER-BACKORDERS-DEB
             THRU 3900-RETENTER-BACKORDERS-FIN.
          MOVE WS-LOT-NUM(WS-IND-LOT)  TO FS-PER-LOT.
          MOVE WS-LOT-DLUO(WS-IND-LOT) TO FS-PER-DLUO.
          MOVE WS-LOT-QTE(WS-IND-LOT)  TO FS-PER-QTE.
          IF WS-LOT-STATUT(WS-IND-LOT) = SPACE
             MOVE 0 TO FS-PER-QTE-BLOQUEE
          ELSE
             MOVE WS-LOT-QTE(WS-IND-LOT) TO FS-PER-QTE-BLOQUEE
          END-IF.
          MOVE WS-LOT-STATUT(WS-IND-LOT) TO FS-PER-STATUT.
          IF WS-JULIEN-DLUO < WS-JULIEN-REF
             MOVE 'PERIME'    TO FS-PER-ETAT
          ELSE
          IF WS-BCK-ETAT(WS-IND-BCK) = SPACE
             AND WS-BCK-CODE(WS-IND-BCK) = WS-CODEA
             AND WS-BCK-DEPOT(WS-IND-BCK) = WS-DEPOTA
             MOVE SPACES TO WS-LOT-NOMME
             PERFORM 2350-CUMULER-BLOQUE-DEB
                THRU 2350-CUMULER-BLOQUE-FIN
             IF WS-CUMUL - WS-QTE-BLOQUEE
                >= WS-BCK-QTE(WS-IND-BCK)
                SUBTRACT WS-BCK-QTE(WS-IND-BCK) FROM WS-CUMUL
                MOVE WS-BCK-QTE(WS-IND-BCK) TO WS-QTE-A-SERVIR
                PERFORM 2310-SERVIR-UN-LOT-DEB
          MOVE WS-CUMUL          TO WS-VAL-QTE.
          MOVE WS-COUT-UNITAIRE  TO WS-VAL-COUT.
          MOVE WS-VALEUR-ARTICLE TO WS-VAL-VALEUR.
          MOVE SPACES TO WS-LOT-NOMME.
          PERFORM 2350-CUMULER-BLOQUE-DEB
             THRU 2350-CUMULER-BLOQUE-FIN.
          MOVE WS-QTE-BLOQUEE    TO WS-VAL-QTE-BLOQUEE.
          ADD WS-QTE-BLOQUEE     TO WS-TOTAL-BLOQUE.
          WRITE FS-ENRVALO FROM WS-ENR-VALO.
          ADD WS-VALEUR-ARTICLE TO WS-TOTAL-VALO.

