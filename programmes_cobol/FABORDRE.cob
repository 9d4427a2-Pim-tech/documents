       IDENTIFICATION DIVISION.
       PROGRAM-ID. FABORDRE.

      *********************************************************
      *     ORDRES D'ASSEMBLAGE DES ARTICLES COMPOSES.
      *
      *     LA NOMENCLATURE (NOMENCLATURE.TXT) PERMET DE VENDRE
      *     DES ARTICLES COMPOSES, MAIS L'ATELIER D'ASSEMBLAGE
      *     TRAVAILLAIT SANS PAPIER : LES COMPOSANTS SORTAIENT
      *     PAR DES MOUVEMENTS '-' ISOLES ET LES KITS FINIS
      *     APPARAISSAIENT EN STOCK SANS ORIGINE. CE PROGRAMME
      *     TIENT LE FICHIER DES ORDRES D'ASSEMBLAGE OUVERTS
      *     (FABORDRES.TXT : NUMERO, ARTICLE COMPOSE, QUANTITE,
      *     DEPOT, ECHEANCE, DATE DE CREATION, OPERATEUR) ET LUI
      *     APPLIQUE LES MOUVEMENTS DE L'ATELIER (FABMVT.TXT) :
      *       - 'C' CREATION D'UN ORDRE : L'ARTICLE DOIT AVOIR
      *         UNE NOMENCLATURE, LA QUANTITE, LE DEPOT ET
      *         L'ECHEANCE ETRE RENSEIGNES, LE NUMERO LIBRE,
      *       - 'T' FIN D'ASSEMBLAGE : CHAQUE COMPOSANT (QUANTITE
      *         DE L'ORDRE MULTIPLIEE PAR LA QUANTITE PAR UNITE
      *         DE LA NOMENCLATURE) DOIT ETRE DISPONIBLE EN
      *         TOTALITE DANS LE DEPOT DE L'ORDRE (LOTSOLDES.TXT,
      *         HORS LOTS EN QUARANTAINE OU REBUTES DE
      *         LOTSTATUT.TXT), SINON L'ORDRE RESTE OUVERT ET LES
      *         MANQUES SONT AFFICHES. L'ORDRE TERMINE PRODUIT EN
      *         UN SEUL JEU, DANS MVTFAB.TXT (FORMAT ET ENVELOPPE
      *         DE LA CHAINE DE STOCK, TRANCHES DE 999), LES
      *         SORTIES '-' DES COMPOSANTS LOT PAR LOT EN FEFO
      *         (LOT ET DLUO NOMMES : LA CHAINE SERT EXACTEMENT
      *         LES LOTS CONSOMMES) PUIS L'ENTREE '+' DE L'ARTICLE
      *         FINI (CODE STOCK = PREFIXE A 3 CARACTERES) SOUS
      *         SON LOT : LOT ET DLUO SAISIS A LA FIN
      *         D'ASSEMBLAGE, OU A DEFAUT LOT 'OF'+NUMERO ET DLUO
      *         LA PLUS PROCHE DES COMPOSANTS CONSOMMES,
      *       - CHAQUE LOT DE COMPOSANT CONSOMME EST ECRIT DANS LE
      *         JOURNAL DE TRACABILITE FABTRACE.TXT (EN AJOUT)
      *         AVEC LE LOT FINI QU'IL A SERVI A PRODUIRE : LOTTRACE
      *         REMONTE AINSI D'UN KIT A SES COMPOSANTS ET D'UN
      *         COMPOSANT AUX KITS QUI LE CONTIENNENT.
      *     UNE NOUVELLE GENERATION FABORDRES_NEW.TXT EST ECRITE
      *     AVEC LES ORDRES ENCORE OUVERTS (LES ORDRES TERMINES EN
      *     SORTENT, LEUR HISTOIRE RESTE DANS FABTRACE.TXT).
      *     L'ETAT DES ENCOURS (FABENCOURS.TXT) LISTE LES ORDRES
      *     OUVERTS PAR ECHEANCE, LES RETARDS ET, POUR CHACUN,
      *     LES COMPOSANTS MANQUANTS ; LE DISPONIBLE EST CONSOMME
      *     D'UN ORDRE A L'AUTRE DANS L'ORDRE DES ECHEANCES.
      *     SANS SOLDES DE LOTS, LES COMPOSANTS SORTENT SANS LOT
      *     ET SANS CONTROLE DE DISPONIBILITE.
      *     UN KIT ASSEMBLE A L'AVANCE SE VEND SUR SON STOCK FINI :
      *     SES LIGNES DE NOMENCLATURE PORTENT LE TEMOIN 'F' ET
      *     CMDSTOCK NE L'ECLATE PLUS A LA VENTE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NOMENCLATURE
              ASSIGN TO "./files/nomenclature.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-NOMEN.
           SELECT FIC-STATUTS-LOTS
              ASSIGN TO "./files/lotstatut.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STALOT.
           SELECT FIC-LOTS
              ASSIGN TO "./files/lotsoldes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOTS.
           SELECT FIC-ORDRES
              ASSIGN TO "./files/fabordres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ORD.
           SELECT FIC-ORDRES-NOUV
              ASSIGN TO "./files/fabordres_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ORDNOUV.
           SELECT FIC-MVT-ATELIER
              ASSIGN TO "./files/fabmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ATL.
           SELECT FIC-MVT-FAB
              ASSIGN TO "./files/mvtfab.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.
           SELECT FIC-TRACE
              ASSIGN TO "./files/fabtrace.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRC.
           SELECT FIC-ENCOURS
              ASSIGN TO "./files/fabencours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENC.

       DATA DIVISION.
       FILE SECTION.
      *    NOMENCLATURE (MEME DECOUPAGE QUE CMDSTOCK) : CODE
      *    CATALOGUE PARENT, CODE STOCK COMPOSANT, QUANTITE PAR
      *    UNITE, TEMOIN 'F' DU KIT ASSEMBLE EN ATELIER.
       FD FIC-NOMENCLATURE RECORDING MODE IS F.
       01  FS-ENR-NOMEN.
           05 FS-NOM-PARENT    PIC X(6).
           05 FILLER PIC X(1).
           05 FS-NOM-COMPOSANT PIC X(3).
           05 FILLER PIC X(1).
           05 FS-NOM-QTE       PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-NOM-MODE      PIC X(1).

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

       FD FIC-ORDRES RECORDING MODE IS F.
       01  FS-ENR-ORDRE.
           05 FS-ORD-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-ORD-ARTICLE   PIC X(6).
           05 FILLER PIC X(1).
           05 FS-ORD-QTE       PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-ORD-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ORD-ECHEANCE  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ORD-CREATION  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ORD-OPERATEUR PIC X(8).

       FD FIC-ORDRES-NOUV RECORDING MODE IS F.
       01  FS-ENR-ORDRE-NOUV PIC X(47).

      *    MOUVEMENTS DE L'ATELIER : ACTION 'C' (CREATION : ZONES
      *    ARTICLE A ECHEANCE) OU 'T' (FIN D'ASSEMBLAGE : LOT ET
      *    DLUO DU PRODUIT FINI, FACULTATIFS).
       FD FIC-MVT-ATELIER RECORDING MODE IS F.
       01  FS-ENR-ATELIER.
           05 FS-ATL-ACTION    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-ATL-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-ATL-ARTICLE   PIC X(6).
           05 FILLER PIC X(1).
           05 FS-ATL-QTE       PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-ATL-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ATL-ECHEANCE  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ATL-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-ATL-DLUO      PIC X(8).
           05 FILLER PIC X(1).
           05 FS-ATL-OPERATEUR PIC X(8).

       FD FIC-MVT-FAB RECORDING MODE IS F.
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

      *    JOURNAL DE TRACABILITE DES ASSEMBLAGES : UN
      *    ENREGISTREMENT PAR LOT DE COMPOSANT CONSOMME.
       FD FIC-TRACE RECORDING MODE IS F.
       01  FS-ENR-TRACE.
           05 FS-TRC-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-TRC-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-TRC-CODE-FINI PIC X(3).
           05 FILLER PIC X(1).
           05 FS-TRC-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-TRC-LOT-FINI  PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRC-QTE-FINIE PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-TRC-CODE-COMP PIC X(3).
           05 FILLER PIC X(1).
           05 FS-TRC-LOT-COMP  PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRC-DLUO-COMP PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRC-QTE-COMP  PIC 9(7).
           05 FILLER PIC X(1).
           05 FS-TRC-OPERATEUR PIC X(8).

       FD FIC-ENCOURS RECORDING MODE IS F.
       01  FS-ENR-ENCOURS PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'FABORDRE'.
       01  WS-STATUS-NOMEN   PIC XX.
       01  WS-STATUS-STALOT  PIC XX.
       01  WS-STATUS-LOTS    PIC XX.
       01  WS-STATUS-ORD     PIC XX.
       01  WS-STATUS-ORDNOUV PIC XX.
       01  WS-STATUS-ATL     PIC XX.
       01  WS-STATUS-MVT     PIC XX.
       01  WS-STATUS-TRC     PIC XX.
       01  WS-STATUS-ENC     PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.
       01  WS-DATE-JOUR REDEFINES WS-DATE-REF PIC 9(8).
       01  WS-ENR-ENVELOPPE PIC X(32).
       01  WS-NB-ENVELOPPE  PIC 9(7).

      * NOMENCLATURE EN MEMOIRE.
       01  WS-NOMENCLATURE.
           05 WS-NB-NOMEN PIC 9(3) VALUE 0.
           05 WS-NOM OCCURS 200 TIMES.
               10 WS-NOM-PARENT    PIC X(6).
               10 WS-NOM-COMPOSANT PIC X(3).
               10 WS-NOM-QTE       PIC 9(3).
       01  WS-IND-NOM        PIC 9(3).
       01  WS-NOMEN-TROUVEE  PIC X.

      * LOTS BLOQUES (QUARANTAINE Q OU REBUT R), TOUS DEPOTS.
       01  WS-LOTS-BLOQUES.
           05 WS-NB-BLOQUES PIC 9(3) VALUE 0.
           05 WS-BLQ OCCURS 500 TIMES.
               10 WS-BLQ-CODE  PIC X(3).
               10 WS-BLQ-DEPOT PIC X(2).
               10 WS-BLQ-LOT   PIC X(8).
       01  WS-IND-BLQ     PIC 9(3).
       01  WS-LOT-BLOQUE  PIC X.
       01  WS-NB-LOTS-ECARTES PIC 9(5) VALUE 0.

      * SOLDES DES LOTS SERVABLES, CONSOMMES AU FIL DES FINS
      * D'ASSEMBLAGE DU PASSAGE.
       01  WS-LOTS.
           05 WS-NB-LOTS PIC 9(4) VALUE 0.
           05 WS-LOT OCCURS 999 TIMES.
               10 WS-LOT-CODE  PIC X(3).
               10 WS-LOT-DEPOT PIC X(2).
               10 WS-LOT-NUM   PIC X(8).
               10 WS-LOT-DLUO  PIC 9(8).
               10 WS-LOT-QTE   PIC S9(7).
       01  WS-IND-LOT     PIC 9(4).
       01  WS-IND-FEFO    PIC 9(4).
       01  WS-LOTS-CHARGES PIC X VALUE 'N'.

      * ORDRES D'ASSEMBLAGE EN MEMOIRE : 'O' OUVERT, 'T' TERMINE
      * DANS LE PASSAGE ; WS-ORD-EDITE SERT AU CLASSEMENT PAR
      * ECHEANCE DE L'ETAT DES ENCOURS.
       01  WS-ORDRES.
           05 WS-NB-ORDRES PIC 9(3) VALUE 0.
           05 WS-ORD OCCURS 500 TIMES.
               10 WS-ORD-NUMERO    PIC 9(6).
               10 WS-ORD-ARTICLE   PIC X(6).
               10 WS-ORD-QTE       PIC 9(3).
               10 WS-ORD-DEPOT     PIC X(2).
               10 WS-ORD-ECHEANCE  PIC 9(8).
               10 WS-ORD-CREATION  PIC 9(8).
               10 WS-ORD-OPERATEUR PIC X(8).
               10 WS-ORD-ETAT      PIC X(1).
               10 WS-ORD-EDITE     PIC X(1).
       01  WS-IND-ORD        PIC 9(3).
       01  WS-IND-ORD-TROUVE PIC 9(3).
       01  WS-IND-ORD-MIN    PIC 9(3).

      * MOUVEMENTS DE L'ATELIER EN MEMOIRE, APPLIQUES DANS LEUR
      * ORDRE D'ARRIVEE.
       01  WS-MVTS-ATELIER.
           05 WS-NB-ATL PIC 9(3) VALUE 0.
           05 WS-ATL OCCURS 300 TIMES.
               10 WS-ATL-ACTION    PIC X(1).
               10 WS-ATL-NUMERO    PIC 9(6).
               10 WS-ATL-ARTICLE   PIC X(6).
               10 WS-ATL-QTE       PIC X(3).
               10 WS-ATL-DEPOT     PIC X(2).
               10 WS-ATL-ECHEANCE  PIC X(8).
               10 WS-ATL-LOT       PIC X(8).
               10 WS-ATL-DLUO      PIC X(8).
               10 WS-ATL-OPERATEUR PIC X(8).
       01  WS-IND-ATL PIC 9(3).

      * ZONES DE TRAVAIL D'UNE FIN D'ASSEMBLAGE.
       01  WS-CODE-FINI      PIC X(3).
       01  WS-LOT-FINI       PIC X(8).
       01  WS-DLUO-FINIE     PIC 9(8).
       01  WS-NUMERO-ED      PIC 9(6).
       01  WS-COMPOSANTS-OK  PIC X.
       01  WS-BESOIN         PIC 9(7).
       01  WS-DISPO-COMP     PIC S9(7).
       01  WS-DISPO-AFF      PIC 9(7).
       01  WS-QTE-A-SERVIR   PIC 9(7).
       01  WS-QTE-PRISE      PIC 9(7).
       01  WS-QTE-A-ECRIRE   PIC 9(7).
       01  WS-MVT-CODE       PIC X(3).
       01  WS-MVT-SENS       PIC X(1).
       01  WS-LOT-OK         PIC X(1).
       01  WS-ORDRE-OK       PIC X(1).
       01  WS-MVT-LOT        PIC X(8).
       01  WS-MVT-DLUO       PIC X(8).
       01  WS-CODE-CHERCHE   PIC X(3).
       01  WS-DEPOT-CHERCHE  PIC X(2).

      * DISPONIBLE PAR COMPOSANT ET DEPOT POUR L'ETAT DES
      * ENCOURS, CONSOMME D'UN ORDRE A L'AUTRE.
       01  WS-DISPONIBLE.
           05 WS-NB-DSP PIC 9(4) VALUE 0.
           05 WS-DSP OCCURS 999 TIMES.
               10 WS-DSP-CODE  PIC X(3).
               10 WS-DSP-DEPOT PIC X(2).
               10 WS-DSP-QTE   PIC S9(7).
       01  WS-IND-DSP        PIC 9(4).
       01  WS-IND-DSP-TROUVE PIC 9(4).
       01  WS-MANQUE         PIC 9(7).
       01  WS-NB-MANQUES-OF  PIC 9(3).

      * LIGNES DE L'ETAT DES ENCOURS D'ASSEMBLAGE.
       01  WS-LIG-TITRE.
           05 FILLER PIC X(38)
              VALUE 'ORDRES D''ASSEMBLAGE EN COURS AU       '.
           05 WS-LIG-TITRE-DATE PIC X(8).
           05 FILLER PIC X(34) VALUE SPACES.
       01  WS-LIG-ORDRE.
           05 FILLER PIC X(3) VALUE 'OF '.
           05 WS-LIG-NUMERO    PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-ARTICLE   PIC X(6).
           05 FILLER PIC X(5) VALUE ' QTE '.
           05 WS-LIG-QTE       PIC ZZ9.
           05 FILLER PIC X(7) VALUE ' DEPOT '.
           05 WS-LIG-DEPOT     PIC X(2).
           05 FILLER PIC X(10) VALUE ' ECHEANCE '.
           05 WS-LIG-ECHEANCE  PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-RETARD    PIC X(10).
           05 FILLER PIC X(18) VALUE SPACES.
       01  WS-LIG-COMPOSANT.
           05 FILLER PIC X(13) VALUE '   COMPOSANT '.
           05 WS-LIG-COMP      PIC X(3).
           05 FILLER PIC X(8) VALUE ' BESOIN '.
           05 WS-LIG-BESOIN    PIC Z(6)9.
           05 FILLER PIC X(12) VALUE ' DISPONIBLE '.
           05 WS-LIG-DISPO     PIC -(6)9.
           05 FILLER PIC X(8) VALUE ' MANQUE '.
           05 WS-LIG-MANQUE    PIC Z(6)9.
           05 FILLER PIC X(15) VALUE SPACES.
       01  WS-LIG-COMPLET.
           05 FILLER PIC X(40)
              VALUE '   COMPOSANTS DISPONIBLES               '.
           05 FILLER PIC X(40) VALUE SPACES.

       01  WS-COMPTEURS.
           05 WS-NB-ORDRES-LUS   PIC 9(5) VALUE 0.
           05 WS-NB-CREES        PIC 9(5) VALUE 0.
           05 WS-NB-TERMINES     PIC 9(5) VALUE 0.
           05 WS-NB-REFUSES      PIC 9(5) VALUE 0.
           05 WS-NB-MVTS         PIC 9(7) VALUE 0.
           05 WS-NB-TRACES       PIC 9(5) VALUE 0.
           05 WS-NB-OUVERTS      PIC 9(5) VALUE 0.
           05 WS-NB-EN-RETARD    PIC 9(5) VALUE 0.
           05 WS-NB-EN-MANQUE    PIC 9(5) VALUE 0.

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
       0000-FABORDRE-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1000-CHARGER-NOMENCLATURE-DEB
              THRU 1000-CHARGER-NOMENCLATURE-FIN.
           PERFORM 1100-CHARGER-BLOQUES-DEB
              THRU 1100-CHARGER-BLOQUES-FIN.
           PERFORM 1200-CHARGER-LOTS-DEB
              THRU 1200-CHARGER-LOTS-FIN.
           PERFORM 1300-CHARGER-ORDRES-DEB
              THRU 1300-CHARGER-ORDRES-FIN.
           PERFORM 1400-CHARGER-ATELIER-DEB
              THRU 1400-CHARGER-ATELIER-FIN.
           PERFORM 2000-APPLIQUER-ATELIER-DEB
              THRU 2000-APPLIQUER-ATELIER-FIN.
           PERFORM 3000-ECRIRE-ORDRES-DEB
              THRU 3000-ECRIRE-ORDRES-FIN.
           PERFORM 4000-EDITER-ENCOURS-DEB
              THRU 4000-EDITER-ENCOURS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-FABORDRE-FIN.
           EXIT.

       1000-CHARGER-NOMENCLATURE-DEB.
           OPEN INPUT FIC-NOMENCLATURE.
           IF WS-STATUS-NOMEN NOT = '00'
              DISPLAY 'NOMENCLATURE INTROUVABLE, AUCUN ASSEMBLAGE '
                      'POSSIBLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-COMPOSANT-DEB
              THRU 1010-CHARGER-COMPOSANT-FIN
              UNTIL WS-STATUS-NOMEN NOT = '00'.
           CLOSE FIC-NOMENCLATURE.
           DISPLAY WS-NB-NOMEN ' LIGNE(S) DE NOMENCLATURE CHARGEES'.
       1000-CHARGER-NOMENCLATURE-FIN.
           EXIT.

       1010-CHARGER-COMPOSANT-DEB.
           READ FIC-NOMENCLATURE
              AT END
                 MOVE '10' TO WS-STATUS-NOMEN
           END-READ.
           IF WS-STATUS-NOMEN = '00'
              IF WS-NB-NOMEN < 200
                 ADD 1 TO WS-NB-NOMEN
                 MOVE FS-NOM-PARENT
                   TO WS-NOM-PARENT(WS-NB-NOMEN)
                 MOVE FS-NOM-COMPOSANT
                   TO WS-NOM-COMPOSANT(WS-NB-NOMEN)
                 MOVE FS-NOM-QTE TO WS-NOM-QTE(WS-NB-NOMEN)
              ELSE
                 DISPLAY 'NOMENCLATURE PLEINE (200), COMPOSANT '
                         'IGNORE : ' FS-NOM-PARENT
              END-IF
           END-IF.
       1010-CHARGER-COMPOSANT-FIN.
           EXIT.

       1100-CHARGER-BLOQUES-DEB.
           OPEN INPUT FIC-STATUTS-LOTS.
           IF WS-STATUS-STALOT = '00'
              PERFORM 1110-CHARGER-BLOQUE-DEB
                 THRU 1110-CHARGER-BLOQUE-FIN
                 UNTIL WS-STATUS-STALOT NOT = '00'
              CLOSE FIC-STATUTS-LOTS
           END-IF.
       1100-CHARGER-BLOQUES-FIN.
           EXIT.

       1110-CHARGER-BLOQUE-DEB.
           READ FIC-STATUTS-LOTS
              AT END
                 MOVE '10' TO WS-STATUS-STALOT
           END-READ.
           IF WS-STATUS-STALOT = '00'
              AND (FS-STL-STATUT = 'Q' OR FS-STL-STATUT = 'R')
              IF WS-NB-BLOQUES < 500
                 ADD 1 TO WS-NB-BLOQUES
                 MOVE FS-STL-CODE  TO WS-BLQ-CODE(WS-NB-BLOQUES)
                 MOVE FS-STL-DEPOT TO WS-BLQ-DEPOT(WS-NB-BLOQUES)
                 MOVE FS-STL-LOT   TO WS-BLQ-LOT(WS-NB-BLOQUES)
              ELSE
                 DISPLAY 'TABLE DES LOTS BLOQUES PLEINE (500), '
                         'LOT IGNORE : ' FS-STL-LOT
              END-IF
           END-IF.
       1110-CHARGER-BLOQUE-FIN.
           EXIT.

      * SEULS LES LOTS SERVABLES SONT RETENUS : UN LOT EN
      * QUARANTAINE OU REBUTE N'ENTRE PAS DANS UN ASSEMBLAGE.
       1200-CHARGER-LOTS-DEB.
           OPEN INPUT FIC-LOTS.
           IF WS-STATUS-LOTS = '00'
              MOVE 'O' TO WS-LOTS-CHARGES
              PERFORM 1210-CHARGER-LOT-DEB
                 THRU 1210-CHARGER-LOT-FIN
                 UNTIL WS-STATUS-LOTS NOT = '00'
              CLOSE FIC-LOTS
              DISPLAY WS-NB-LOTS ' LOT(S) SERVABLE(S), '
                      WS-NB-LOTS-ECARTES ' LOT(S) BLOQUE(S) ECARTE(S)'
           ELSE
              DISPLAY 'SOLDES DES LOTS INTROUVABLES, COMPOSANTS '
                      'SORTIS SANS LOT NI CONTROLE'
           END-IF.
       1200-CHARGER-LOTS-FIN.
           EXIT.

       1210-CHARGER-LOT-DEB.
           MOVE 'O' TO WS-LOT-OK.
           READ FIC-LOTS
              AT END
                 MOVE '10' TO WS-STATUS-LOTS
           END-READ.
           IF WS-STATUS-LOTS NOT = '00'
              MOVE 'N' TO WS-LOT-OK
           END-IF.
           IF WS-LOT-OK = 'O'
              IF FS-LOT-QTE NOT NUMERIC OR FS-LOT-QTE = 0
                 MOVE 'N' TO WS-LOT-OK
              END-IF
           END-IF.
           IF WS-LOT-OK = 'O'
              MOVE 'N' TO WS-LOT-BLOQUE
              PERFORM 1220-CHERCHER-BLOQUE-DEB
                 THRU 1220-CHERCHER-BLOQUE-FIN
                 VARYING WS-IND-BLQ FROM 1 BY 1
                 UNTIL WS-IND-BLQ > WS-NB-BLOQUES
                 OR WS-LOT-BLOQUE = 'O'
              IF WS-LOT-BLOQUE = 'O'
                 ADD 1 TO WS-NB-LOTS-ECARTES
                 MOVE 'N' TO WS-LOT-OK
              END-IF
           END-IF.
           IF WS-LOT-OK = 'O'
              IF WS-NB-LOTS NOT < 999
                 DISPLAY 'TABLE DES LOTS PLEINE (999), LOT IGNORE : '
                         FS-LOT-CODE ' ' FS-LOT-DEPOT ' ' FS-LOT-NUM
                 MOVE 'N' TO WS-LOT-OK
              END-IF
           END-IF.
           IF WS-LOT-OK = 'O'
              ADD 1 TO WS-NB-LOTS
              MOVE FS-LOT-CODE  TO WS-LOT-CODE(WS-NB-LOTS)
              MOVE FS-LOT-DEPOT TO WS-LOT-DEPOT(WS-NB-LOTS)
              MOVE FS-LOT-NUM   TO WS-LOT-NUM(WS-NB-LOTS)
              MOVE FS-LOT-DLUO  TO WS-LOT-DLUO(WS-NB-LOTS)
              MOVE FS-LOT-QTE   TO WS-LOT-QTE(WS-NB-LOTS)
           END-IF.
       1210-CHARGER-LOT-FIN.
           EXIT.

       1220-CHERCHER-BLOQUE-DEB.
           IF WS-BLQ-CODE(WS-IND-BLQ) = FS-LOT-CODE
              AND WS-BLQ-DEPOT(WS-IND-BLQ) = FS-LOT-DEPOT
              AND WS-BLQ-LOT(WS-IND-BLQ) = FS-LOT-NUM
              MOVE 'O' TO WS-LOT-BLOQUE
           END-IF.
       1220-CHERCHER-BLOQUE-FIN.
           EXIT.

       1300-CHARGER-ORDRES-DEB.
           OPEN INPUT FIC-ORDRES.
           IF WS-STATUS-ORD = '00'
              PERFORM 1310-CHARGER-ORDRE-DEB
                 THRU 1310-CHARGER-ORDRE-FIN
                 UNTIL WS-STATUS-ORD NOT = '00'
              CLOSE FIC-ORDRES
           ELSE
              DISPLAY 'AUCUN ORDRE D''ASSEMBLAGE EN COURS'
           END-IF.
       1300-CHARGER-ORDRES-FIN.
           EXIT.

       1310-CHARGER-ORDRE-DEB.
           READ FIC-ORDRES
              AT END
                 MOVE '10' TO WS-STATUS-ORD
           END-READ.
           IF WS-STATUS-ORD = '00'
              ADD 1 TO WS-NB-ORDRES-LUS
              IF WS-NB-ORDRES < 500
                 ADD 1 TO WS-NB-ORDRES
                 MOVE FS-ORD-NUMERO
                   TO WS-ORD-NUMERO(WS-NB-ORDRES)
                 MOVE FS-ORD-ARTICLE
                   TO WS-ORD-ARTICLE(WS-NB-ORDRES)
                 MOVE FS-ORD-QTE
                   TO WS-ORD-QTE(WS-NB-ORDRES)
                 MOVE FS-ORD-DEPOT
                   TO WS-ORD-DEPOT(WS-NB-ORDRES)
                 MOVE FS-ORD-ECHEANCE
                   TO WS-ORD-ECHEANCE(WS-NB-ORDRES)
                 MOVE FS-ORD-CREATION
                   TO WS-ORD-CREATION(WS-NB-ORDRES)
                 MOVE FS-ORD-OPERATEUR
                   TO WS-ORD-OPERATEUR(WS-NB-ORDRES)
                 MOVE 'O' TO WS-ORD-ETAT(WS-NB-ORDRES)
                 MOVE 'N' TO WS-ORD-EDITE(WS-NB-ORDRES)
              ELSE
                 DISPLAY 'TABLE DES ORDRES PLEINE (500), ORDRE '
                         'IGNORE : ' FS-ORD-NUMERO
              END-IF
           END-IF.
       1310-CHARGER-ORDRE-FIN.
           EXIT.

       1400-CHARGER-ATELIER-DEB.
           OPEN INPUT FIC-MVT-ATELIER.
           IF WS-STATUS-ATL = '00'
              PERFORM 1410-CHARGER-MVT-DEB
                 THRU 1410-CHARGER-MVT-FIN
                 UNTIL WS-STATUS-ATL NOT = '00'
              CLOSE FIC-MVT-ATELIER
           END-IF.
           DISPLAY WS-NB-ATL ' MOUVEMENT(S) D''ATELIER A APPLIQUER'.
       1400-CHARGER-ATELIER-FIN.
           EXIT.

       1410-CHARGER-MVT-DEB.
           READ FIC-MVT-ATELIER
              AT END
                 MOVE '10' TO WS-STATUS-ATL
           END-READ.
           IF WS-STATUS-ATL = '00'
              IF WS-NB-ATL < 300
                 ADD 1 TO WS-NB-ATL
                 MOVE FS-ATL-ACTION   TO WS-ATL-ACTION(WS-NB-ATL)
                 MOVE FS-ATL-NUMERO   TO WS-ATL-NUMERO(WS-NB-ATL)
                 MOVE FS-ATL-ARTICLE  TO WS-ATL-ARTICLE(WS-NB-ATL)
                 MOVE FS-ENR-ATELIER(17:3)
                   TO WS-ATL-QTE(WS-NB-ATL)
                 MOVE FS-ATL-DEPOT    TO WS-ATL-DEPOT(WS-NB-ATL)
                 MOVE FS-ENR-ATELIER(24:8)
                   TO WS-ATL-ECHEANCE(WS-NB-ATL)
                 MOVE FS-ATL-LOT      TO WS-ATL-LOT(WS-NB-ATL)
                 MOVE FS-ATL-DLUO     TO WS-ATL-DLUO(WS-NB-ATL)
                 MOVE FS-ATL-OPERATEUR
                   TO WS-ATL-OPERATEUR(WS-NB-ATL)
              ELSE
                 DISPLAY 'TABLE DES MOUVEMENTS PLEINE (300), '
                         'MOUVEMENT IGNORE : ' FS-ATL-NUMERO
              END-IF
           END-IF.
       1410-CHARGER-MVT-FIN.
           EXIT.

      * LES MOUVEMENTS DE STOCK D'UN ORDRE TERMINE SONT ECRITS
      * D'UN SEUL TENANT, APRES CONTROLE DE TOUS LES COMPOSANTS.
       2000-APPLIQUER-ATELIER-DEB.
           OPEN OUTPUT FIC-MVT-FAB.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'ENTETE FMOUVEMT ' WS-DATE-REF
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT FROM WS-ENR-ENVELOPPE.
           OPEN EXTEND FIC-TRACE.
           IF WS-STATUS-TRC NOT = '00'
              OPEN OUTPUT FIC-TRACE
           END-IF.
           PERFORM 2010-APPLIQUER-MVT-DEB
              THRU 2010-APPLIQUER-MVT-FIN
              VARYING WS-IND-ATL FROM 1 BY 1
              UNTIL WS-IND-ATL > WS-NB-ATL.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           MOVE WS-NB-MVTS TO WS-NB-ENVELOPPE.
           STRING 'FIN ' WS-NB-ENVELOPPE
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT FROM WS-ENR-ENVELOPPE.
           CLOSE FIC-MVT-FAB.
           CLOSE FIC-TRACE.
       2000-APPLIQUER-ATELIER-FIN.
           EXIT.

       2010-APPLIQUER-MVT-DEB.
           MOVE 0 TO WS-IND-ORD-TROUVE.
           PERFORM 7000-CHERCHER-ORDRE-DEB
              THRU 7000-CHERCHER-ORDRE-FIN
              VARYING WS-IND-ORD FROM 1 BY 1
              UNTIL WS-IND-ORD > WS-NB-ORDRES
              OR WS-IND-ORD-TROUVE > 0.
           EVALUATE WS-ATL-ACTION(WS-IND-ATL)
              WHEN 'C'
                 PERFORM 2100-CREER-ORDRE-DEB
                    THRU 2100-CREER-ORDRE-FIN
              WHEN 'T'
                 PERFORM 2200-TERMINER-ORDRE-DEB
                    THRU 2200-TERMINER-ORDRE-FIN
              WHEN OTHER
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'MOUVEMENT REFUSE, ACTION INCONNUE : '
                         WS-ATL-ACTION(WS-IND-ATL) ' ORDRE '
                         WS-ATL-NUMERO(WS-IND-ATL)
           END-EVALUATE.
       2010-APPLIQUER-MVT-FIN.
           EXIT.

       2100-CREER-ORDRE-DEB.
           MOVE 'N' TO WS-NOMEN-TROUVEE.
           PERFORM 7010-CHERCHER-NOMEN-DEB
              THRU 7010-CHERCHER-NOMEN-FIN
              VARYING WS-IND-NOM FROM 1 BY 1
              UNTIL WS-IND-NOM > WS-NB-NOMEN
              OR WS-NOMEN-TROUVEE = 'O'.
           EVALUATE TRUE
              WHEN WS-IND-ORD-TROUVE > 0
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'CREATION REFUSEE, ORDRE DEJA CONNU : '
                         WS-ATL-NUMERO(WS-IND-ATL)
              WHEN WS-NOMEN-TROUVEE = 'N'
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'CREATION REFUSEE, ARTICLE SANS '
                         'NOMENCLATURE : ' WS-ATL-ARTICLE(WS-IND-ATL)
              WHEN WS-ATL-QTE(WS-IND-ATL) NOT NUMERIC
                OR WS-ATL-QTE(WS-IND-ATL) = '000'
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'CREATION REFUSEE, QUANTITE INVALIDE : '
                         WS-ATL-NUMERO(WS-IND-ATL)
              WHEN WS-ATL-DEPOT(WS-IND-ATL) = SPACES
                OR WS-ATL-ECHEANCE(WS-IND-ATL) NOT NUMERIC
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'CREATION REFUSEE, DEPOT OU ECHEANCE '
                         'MANQUANT : ' WS-ATL-NUMERO(WS-IND-ATL)
              WHEN WS-NB-ORDRES NOT < 500
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'TABLE DES ORDRES PLEINE (500), CREATION '
                         'REFUSEE : ' WS-ATL-NUMERO(WS-IND-ATL)
              WHEN OTHER
                 ADD 1 TO WS-NB-ORDRES
                 ADD 1 TO WS-NB-CREES
                 MOVE WS-ATL-NUMERO(WS-IND-ATL)
                   TO WS-ORD-NUMERO(WS-NB-ORDRES)
                 MOVE WS-ATL-ARTICLE(WS-IND-ATL)
                   TO WS-ORD-ARTICLE(WS-NB-ORDRES)
                 MOVE WS-ATL-QTE(WS-IND-ATL)
                   TO WS-ORD-QTE(WS-NB-ORDRES)
                 MOVE WS-ATL-DEPOT(WS-IND-ATL)
                   TO WS-ORD-DEPOT(WS-NB-ORDRES)
                 MOVE WS-ATL-ECHEANCE(WS-IND-ATL)
                   TO WS-ORD-ECHEANCE(WS-NB-ORDRES)
                 MOVE WS-DATE-JOUR
                   TO WS-ORD-CREATION(WS-NB-ORDRES)
                 MOVE WS-ATL-OPERATEUR(WS-IND-ATL)
                   TO WS-ORD-OPERATEUR(WS-NB-ORDRES)
                 MOVE 'O' TO WS-ORD-ETAT(WS-NB-ORDRES)
                 MOVE 'N' TO WS-ORD-EDITE(WS-NB-ORDRES)
                 DISPLAY 'ORDRE CREE : ' WS-ATL-NUMERO(WS-IND-ATL)
                         ' ' WS-ATL-ARTICLE(WS-IND-ATL)
                         ' QTE ' WS-ATL-QTE(WS-IND-ATL)
                         ' DEPOT ' WS-ATL-DEPOT(WS-IND-ATL)
           END-EVALUATE.
       2100-CREER-ORDRE-FIN.
           EXIT.

      * FIN D'ASSEMBLAGE : TOUS LES COMPOSANTS SONT CONTROLES
      * AVANT LE PREMIER MOUVEMENT, L'ORDRE EST TERMINE EN
      * ENTIER OU PAS DU TOUT.
       2200-TERMINER-ORDRE-DEB.
           MOVE 'O' TO WS-ORDRE-OK.
           IF WS-IND-ORD-TROUVE = 0
              ADD 1 TO WS-NB-REFUSES
              DISPLAY 'FIN REFUSEE, ORDRE INCONNU : '
                      WS-ATL-NUMERO(WS-IND-ATL)
              MOVE 'N' TO WS-ORDRE-OK
           END-IF.
           IF WS-ORDRE-OK = 'O'
              IF WS-ORD-ETAT(WS-IND-ORD-TROUVE) NOT = 'O'
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'FIN REFUSEE, ORDRE DEJA TERMINE : '
                         WS-ATL-NUMERO(WS-IND-ATL)
                 MOVE 'N' TO WS-ORDRE-OK
              END-IF
           END-IF.
           IF WS-ORDRE-OK = 'O'
              MOVE 'N' TO WS-NOMEN-TROUVEE
              MOVE 'O' TO WS-COMPOSANTS-OK
              PERFORM 2210-CONTROLER-COMPOSANT-DEB
                 THRU 2210-CONTROLER-COMPOSANT-FIN
                 VARYING WS-IND-NOM FROM 1 BY 1
                 UNTIL WS-IND-NOM > WS-NB-NOMEN
              IF WS-NOMEN-TROUVEE = 'N'
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'FIN REFUSEE, ARTICLE SANS NOMENCLATURE : '
                         WS-ORD-ARTICLE(WS-IND-ORD-TROUVE)
                 MOVE 'N' TO WS-ORDRE-OK
              END-IF
           END-IF.
           IF WS-ORDRE-OK = 'O'
              IF WS-COMPOSANTS-OK = 'N'
                 ADD 1 TO WS-NB-REFUSES
                 DISPLAY 'FIN REFUSEE, COMPOSANTS MANQUANTS : ORDRE '
                         WS-ATL-NUMERO(WS-IND-ATL) ' RESTE OUVERT'
                 MOVE 'N' TO WS-ORDRE-OK
              END-IF
           END-IF.
           IF WS-ORDRE-OK = 'O'
              MOVE WS-ORD-ARTICLE(WS-IND-ORD-TROUVE)(1:3)
                TO WS-CODE-FINI
              IF WS-ATL-LOT(WS-IND-ATL) NOT = SPACES
                 MOVE WS-ATL-LOT(WS-IND-ATL) TO WS-LOT-FINI
              ELSE
                 MOVE WS-ORD-NUMERO(WS-IND-ORD-TROUVE) TO WS-NUMERO-ED
                 MOVE SPACES TO WS-LOT-FINI
                 STRING 'OF' WS-NUMERO-ED
                        DELIMITED BY SIZE INTO WS-LOT-FINI
                 END-STRING
              END-IF
              MOVE 99999999 TO WS-DLUO-FINIE
              PERFORM 2300-CONSOMMER-COMPOSANT-DEB
                 THRU 2300-CONSOMMER-COMPOSANT-FIN
                 VARYING WS-IND-NOM FROM 1 BY 1
                 UNTIL WS-IND-NOM > WS-NB-NOMEN
              PERFORM 2400-ENTRER-PRODUIT-FINI-DEB
                 THRU 2400-ENTRER-PRODUIT-FINI-FIN
              MOVE 'T' TO WS-ORD-ETAT(WS-IND-ORD-TROUVE)
              ADD 1 TO WS-NB-TERMINES
              DISPLAY 'ORDRE TERMINE : ' WS-ATL-NUMERO(WS-IND-ATL)
                      ' ' WS-ORD-ARTICLE(WS-IND-ORD-TROUVE)
                      ' QTE ' WS-ORD-QTE(WS-IND-ORD-TROUVE)
                      ' LOT ' WS-LOT-FINI
           END-IF.
       2200-TERMINER-ORDRE-FIN.
           EXIT.

       2210-CONTROLER-COMPOSANT-DEB.
           IF WS-NOM-PARENT(WS-IND-NOM)
              = WS-ORD-ARTICLE(WS-IND-ORD-TROUVE)
              MOVE 'O' TO WS-NOMEN-TROUVEE
              IF WS-LOTS-CHARGES NOT = 'N'
                 COMPUTE WS-BESOIN = WS-ORD-QTE(WS-IND-ORD-TROUVE)
                                   * WS-NOM-QTE(WS-IND-NOM)
                 MOVE WS-NOM-COMPOSANT(WS-IND-NOM) TO WS-CODE-CHERCHE
                 MOVE WS-ORD-DEPOT(WS-IND-ORD-TROUVE)
                   TO WS-DEPOT-CHERCHE
                 MOVE 0 TO WS-DISPO-COMP
                 PERFORM 7100-CUMULER-LOT-DEB
                    THRU 7100-CUMULER-LOT-FIN
                    VARYING WS-IND-LOT FROM 1 BY 1
                    UNTIL WS-IND-LOT > WS-NB-LOTS
                 IF WS-DISPO-COMP < WS-BESOIN
                    MOVE 'N' TO WS-COMPOSANTS-OK
                    MOVE WS-DISPO-COMP TO WS-DISPO-AFF
                    DISPLAY '   MANQUE ' WS-CODE-CHERCHE
                            ' DEPOT ' WS-DEPOT-CHERCHE
                            ' : BESOIN ' WS-BESOIN
                            ', DISPONIBLE ' WS-DISPO-AFF
                 END-IF
              END-IF
           END-IF.
       2210-CONTROLER-COMPOSANT-FIN.
           EXIT.

      * UN COMPOSANT EST SERVI LOT PAR LOT EN COMMENCANT PAR LA
      * DLUO LA PLUS PROCHE, COMME DANS LA CHAINE DE STOCK.
       2300-CONSOMMER-COMPOSANT-DEB.
           IF WS-NOM-PARENT(WS-IND-NOM)
              = WS-ORD-ARTICLE(WS-IND-ORD-TROUVE)
              COMPUTE WS-QTE-A-SERVIR = WS-ORD-QTE(WS-IND-ORD-TROUVE)
                                      * WS-NOM-QTE(WS-IND-NOM)
              MOVE WS-NOM-COMPOSANT(WS-IND-NOM) TO WS-CODE-CHERCHE
              MOVE WS-ORD-DEPOT(WS-IND-ORD-TROUVE) TO WS-DEPOT-CHERCHE
              IF WS-LOTS-CHARGES = 'N'
                 MOVE WS-QTE-A-SERVIR TO WS-QTE-PRISE
                 MOVE SPACES TO WS-MVT-LOT
                 MOVE SPACES TO WS-MVT-DLUO
                 PERFORM 2320-SORTIR-PRISE-DEB
                    THRU 2320-SORTIR-PRISE-FIN
              ELSE
                 PERFORM 2310-SERVIR-UN-LOT-DEB
                    THRU 2310-SERVIR-UN-LOT-FIN
                    UNTIL WS-QTE-A-SERVIR = 0
              END-IF
           END-IF.
       2300-CONSOMMER-COMPOSANT-FIN.
           EXIT.

       2310-SERVIR-UN-LOT-DEB.
           MOVE 0 TO WS-IND-FEFO.
           PERFORM 7200-PLUS-PROCHE-DLUO-DEB
              THRU 7200-PLUS-PROCHE-DLUO-FIN
              VARYING WS-IND-LOT FROM 1 BY 1
              UNTIL WS-IND-LOT > WS-NB-LOTS.
      *    LE CONTROLE PREALABLE GARANTIT LA COUVERTURE ; PAR
      *    PRUDENCE, UN RESTE SANS LOT SORT SANS LOT.
           IF WS-IND-FEFO = 0
              MOVE WS-QTE-A-SERVIR TO WS-QTE-PRISE
              MOVE SPACES TO WS-MVT-LOT
              MOVE SPACES TO WS-MVT-DLUO
           ELSE
              IF WS-LOT-QTE(WS-IND-FEFO) >= WS-QTE-A-SERVIR
                 MOVE WS-QTE-A-SERVIR TO WS-QTE-PRISE
              ELSE
                 MOVE WS-LOT-QTE(WS-IND-FEFO) TO WS-QTE-PRISE
              END-IF
              SUBTRACT WS-QTE-PRISE FROM WS-LOT-QTE(WS-IND-FEFO)
              MOVE WS-LOT-NUM(WS-IND-FEFO) TO WS-MVT-LOT
      *       LE LOT FICTIF *STOCK* N'A PAS DE DLUO REELLE
              IF WS-LOT-DLUO(WS-IND-FEFO) = 99999999
                 MOVE SPACES TO WS-MVT-DLUO
              ELSE
                 MOVE WS-LOT-DLUO(WS-IND-FEFO) TO WS-MVT-DLUO
                 IF WS-LOT-DLUO(WS-IND-FEFO) < WS-DLUO-FINIE
                    MOVE WS-LOT-DLUO(WS-IND-FEFO) TO WS-DLUO-FINIE
                 END-IF
              END-IF
           END-IF.
           SUBTRACT WS-QTE-PRISE FROM WS-QTE-A-SERVIR.
           PERFORM 2320-SORTIR-PRISE-DEB
              THRU 2320-SORTIR-PRISE-FIN.
       2310-SERVIR-UN-LOT-FIN.
           EXIT.

      * SORTIE DE LA QUANTITE PRISE SUR UN LOT ET TRACE DU LOT
      * DE COMPOSANT DANS LE JOURNAL DES ASSEMBLAGES.
       2320-SORTIR-PRISE-DEB.
           MOVE WS-CODE-CHERCHE TO WS-MVT-CODE.
           MOVE '-'             TO WS-MVT-SENS.
           MOVE WS-QTE-PRISE    TO WS-QTE-A-ECRIRE.
           PERFORM 2500-ECRIRE-TRANCHE-DEB
              THRU 2500-ECRIRE-TRANCHE-FIN
              UNTIL WS-QTE-A-ECRIRE = 0.
           MOVE SPACES                          TO FS-ENR-TRACE.
           MOVE WS-DATE-JOUR                    TO FS-TRC-DATE.
           MOVE WS-ORD-NUMERO(WS-IND-ORD-TROUVE) TO FS-TRC-NUMERO.
           MOVE WS-CODE-FINI                    TO FS-TRC-CODE-FINI.
           MOVE WS-DEPOT-CHERCHE                TO FS-TRC-DEPOT.
           MOVE WS-LOT-FINI                     TO FS-TRC-LOT-FINI.
           MOVE WS-ORD-QTE(WS-IND-ORD-TROUVE)   TO FS-TRC-QTE-FINIE.
           MOVE WS-CODE-CHERCHE                 TO FS-TRC-CODE-COMP.
           MOVE WS-MVT-LOT                      TO FS-TRC-LOT-COMP.
           MOVE WS-MVT-DLUO                     TO FS-TRC-DLUO-COMP.
           MOVE WS-QTE-PRISE                    TO FS-TRC-QTE-COMP.
           MOVE WS-ATL-OPERATEUR(WS-IND-ATL)    TO FS-TRC-OPERATEUR.
           WRITE FS-ENR-TRACE.
           ADD 1 TO WS-NB-TRACES.
       2320-SORTIR-PRISE-FIN.
           EXIT.

      * ENTREE DE L'ARTICLE FINI SOUS SON LOT : DLUO SAISIE, OU
      * LA PLUS PROCHE DES COMPOSANTS CONSOMMES (A BLANC SI
      * AUCUN N'EN PORTE).
       2400-ENTRER-PRODUIT-FINI-DEB.
           MOVE WS-CODE-FINI TO WS-MVT-CODE.
           MOVE WS-ORD-DEPOT(WS-IND-ORD-TROUVE) TO WS-DEPOT-CHERCHE.
           MOVE '+'          TO WS-MVT-SENS.
           MOVE WS-LOT-FINI  TO WS-MVT-LOT.
           IF WS-ATL-DLUO(WS-IND-ATL) NOT = SPACES
              MOVE WS-ATL-DLUO(WS-IND-ATL) TO WS-MVT-DLUO
           ELSE
              IF WS-DLUO-FINIE = 99999999
                 MOVE SPACES TO WS-MVT-DLUO
              ELSE
                 MOVE WS-DLUO-FINIE TO WS-MVT-DLUO
              END-IF
           END-IF.
           MOVE WS-ORD-QTE(WS-IND-ORD-TROUVE) TO WS-QTE-A-ECRIRE.
           PERFORM 2500-ECRIRE-TRANCHE-DEB
              THRU 2500-ECRIRE-TRANCHE-FIN
              UNTIL WS-QTE-A-ECRIRE = 0.
       2400-ENTRER-PRODUIT-FINI-FIN.
           EXIT.

      * LA ZONE QUANTITE DU FORMAT STOCK EST LIMITEE A 3
      * CHIFFRES : DECOUPAGE EN TRANCHES DE 999.
       2500-ECRIRE-TRANCHE-DEB.
           MOVE SPACES           TO FS-ENR-MVT.
           MOVE WS-MVT-CODE      TO FS-MVT-CODEM.
           MOVE WS-DEPOT-CHERCHE TO FS-MVT-DEPOTM.
           MOVE WS-MVT-SENS      TO FS-MVT-SENSM.
           MOVE 'FA'             TO FS-MVT-CIBLE.
           MOVE WS-MVT-LOT       TO FS-MVT-LOT.
           MOVE WS-MVT-DLUO      TO FS-MVT-DLUO.
           IF WS-QTE-A-ECRIRE > 999
              MOVE 999 TO FS-MVT-VALEURM
              SUBTRACT 999 FROM WS-QTE-A-ECRIRE
           ELSE
              MOVE WS-QTE-A-ECRIRE TO FS-MVT-VALEURM
              MOVE 0 TO WS-QTE-A-ECRIRE
           END-IF.
           WRITE FS-ENR-MVT.
           ADD 1 TO WS-NB-MVTS.
       2500-ECRIRE-TRANCHE-FIN.
           EXIT.

      * NOUVELLE GENERATION DES ORDRES : LES ORDRES ENCORE
      * OUVERTS, ANCIENS ET CREES DANS LE PASSAGE.
       3000-ECRIRE-ORDRES-DEB.
           OPEN OUTPUT FIC-ORDRES-NOUV.
           PERFORM 3010-ECRIRE-ORDRE-DEB
              THRU 3010-ECRIRE-ORDRE-FIN
              VARYING WS-IND-ORD FROM 1 BY 1
              UNTIL WS-IND-ORD > WS-NB-ORDRES.
           CLOSE FIC-ORDRES-NOUV.
       3000-ECRIRE-ORDRES-FIN.
           EXIT.

       3010-ECRIRE-ORDRE-DEB.
           IF WS-ORD-ETAT(WS-IND-ORD) = 'O'
              MOVE SPACES                     TO FS-ENR-ORDRE
              MOVE WS-ORD-NUMERO(WS-IND-ORD)  TO FS-ORD-NUMERO
              MOVE WS-ORD-ARTICLE(WS-IND-ORD) TO FS-ORD-ARTICLE
              MOVE WS-ORD-QTE(WS-IND-ORD)     TO FS-ORD-QTE
              MOVE WS-ORD-DEPOT(WS-IND-ORD)   TO FS-ORD-DEPOT
              MOVE WS-ORD-ECHEANCE(WS-IND-ORD) TO FS-ORD-ECHEANCE
              MOVE WS-ORD-CREATION(WS-IND-ORD) TO FS-ORD-CREATION
              MOVE WS-ORD-OPERATEUR(WS-IND-ORD) TO FS-ORD-OPERATEUR
              WRITE FS-ENR-ORDRE-NOUV FROM FS-ENR-ORDRE
              ADD 1 TO WS-NB-OUVERTS
           END-IF.
       3010-ECRIRE-ORDRE-FIN.
           EXIT.

      * ETAT DES ENCOURS : ORDRES OUVERTS PAR ECHEANCE
      * CROISSANTE, AVEC LES COMPOSANTS MANQUANTS COMPTE TENU
      * DE CE QUE LES ORDRES PLUS URGENTS CONSOMMENT DEJA.
       4000-EDITER-ENCOURS-DEB.
           PERFORM 4005-DISPONIBLE-LOT-DEB
              THRU 4005-DISPONIBLE-LOT-FIN
              VARYING WS-IND-LOT FROM 1 BY 1
              UNTIL WS-IND-LOT > WS-NB-LOTS.
           OPEN OUTPUT FIC-ENCOURS.
           MOVE WS-DATE-REF TO WS-LIG-TITRE-DATE.
           WRITE FS-ENR-ENCOURS FROM WS-LIG-TITRE.
           MOVE SPACES TO FS-ENR-ENCOURS.
           WRITE FS-ENR-ENCOURS.
           PERFORM 4010-ORDRE-SUIVANT-DEB
              THRU 4010-ORDRE-SUIVANT-FIN
              WS-NB-ORDRES TIMES.
           CLOSE FIC-ENCOURS.
           DISPLAY 'ETAT DES ENCOURS D''ASSEMBLAGE : FABENCOURS.TXT'.
       4000-EDITER-ENCOURS-FIN.
           EXIT.

       4005-DISPONIBLE-LOT-DEB.
           IF WS-LOT-QTE(WS-IND-LOT) > 0
              MOVE WS-LOT-CODE(WS-IND-LOT)  TO WS-CODE-CHERCHE
              MOVE WS-LOT-DEPOT(WS-IND-LOT) TO WS-DEPOT-CHERCHE
              PERFORM 7300-TROUVER-DISPO-DEB
                 THRU 7300-TROUVER-DISPO-FIN
              IF WS-IND-DSP-TROUVE > 0
                 ADD WS-LOT-QTE(WS-IND-LOT)
                  TO WS-DSP-QTE(WS-IND-DSP-TROUVE)
              END-IF
           END-IF.
       4005-DISPONIBLE-LOT-FIN.
           EXIT.

       4010-ORDRE-SUIVANT-DEB.
           MOVE 0 TO WS-IND-ORD-MIN.
           PERFORM 4015-PLUS-PROCHE-ECHEANCE-DEB
              THRU 4015-PLUS-PROCHE-ECHEANCE-FIN
              VARYING WS-IND-ORD FROM 1 BY 1
              UNTIL WS-IND-ORD > WS-NB-ORDRES.
           IF WS-IND-ORD-MIN NOT = 0
              MOVE 'O' TO WS-ORD-EDITE(WS-IND-ORD-MIN)
              MOVE WS-ORD-NUMERO(WS-IND-ORD-MIN)   TO WS-LIG-NUMERO
              MOVE WS-ORD-ARTICLE(WS-IND-ORD-MIN)  TO WS-LIG-ARTICLE
              MOVE WS-ORD-QTE(WS-IND-ORD-MIN)      TO WS-LIG-QTE
              MOVE WS-ORD-DEPOT(WS-IND-ORD-MIN)    TO WS-LIG-DEPOT
              MOVE WS-ORD-ECHEANCE(WS-IND-ORD-MIN) TO WS-LIG-ECHEANCE
              IF WS-ORD-ECHEANCE(WS-IND-ORD-MIN) < WS-DATE-JOUR
                 MOVE 'EN RETARD' TO WS-LIG-RETARD
                 ADD 1 TO WS-NB-EN-RETARD
              ELSE
                 MOVE SPACES TO WS-LIG-RETARD
              END-IF
              WRITE FS-ENR-ENCOURS FROM WS-LIG-ORDRE
              MOVE 0 TO WS-NB-MANQUES-OF
              PERFORM 4020-COMPOSANT-ORDRE-DEB
                 THRU 4020-COMPOSANT-ORDRE-FIN
                 VARYING WS-IND-NOM FROM 1 BY 1
                 UNTIL WS-IND-NOM > WS-NB-NOMEN
              IF WS-NB-MANQUES-OF = 0
                 WRITE FS-ENR-ENCOURS FROM WS-LIG-COMPLET
              ELSE
                 ADD 1 TO WS-NB-EN-MANQUE
              END-IF
           END-IF.
       4010-ORDRE-SUIVANT-FIN.
           EXIT.

       4015-PLUS-PROCHE-ECHEANCE-DEB.
           IF WS-ORD-ETAT(WS-IND-ORD) = 'O'
              AND WS-ORD-EDITE(WS-IND-ORD) = 'N'
              IF WS-IND-ORD-MIN = 0
                 OR WS-ORD-ECHEANCE(WS-IND-ORD)
                    < WS-ORD-ECHEANCE(WS-IND-ORD-MIN)
                 MOVE WS-IND-ORD TO WS-IND-ORD-MIN
              END-IF
           END-IF.
       4015-PLUS-PROCHE-ECHEANCE-FIN.
           EXIT.

      * LE BESOIN DE L'ORDRE EST PRIS SUR LE DISPONIBLE RESTANT ;
      * SEULS LES COMPOSANTS EN MANQUE SONT EDITES. SANS SOLDES
      * DE LOTS, RIEN N'EST CONTROLE.
       4020-COMPOSANT-ORDRE-DEB.
           IF WS-NOM-PARENT(WS-IND-NOM)
              = WS-ORD-ARTICLE(WS-IND-ORD-MIN)
              AND WS-LOTS-CHARGES NOT = 'N'
              COMPUTE WS-BESOIN = WS-ORD-QTE(WS-IND-ORD-MIN)
                                * WS-NOM-QTE(WS-IND-NOM)
              MOVE WS-NOM-COMPOSANT(WS-IND-NOM) TO WS-CODE-CHERCHE
              MOVE WS-ORD-DEPOT(WS-IND-ORD-MIN) TO WS-DEPOT-CHERCHE
              PERFORM 7300-TROUVER-DISPO-DEB
                 THRU 7300-TROUVER-DISPO-FIN
              IF WS-IND-DSP-TROUVE NOT = 0
                 MOVE WS-DSP-QTE(WS-IND-DSP-TROUVE) TO WS-DISPO-COMP
                 IF WS-DISPO-COMP >= WS-BESOIN
                    SUBTRACT WS-BESOIN
                      FROM WS-DSP-QTE(WS-IND-DSP-TROUVE)
                 ELSE
                    ADD 1 TO WS-NB-MANQUES-OF
                    COMPUTE WS-MANQUE = WS-BESOIN - WS-DISPO-COMP
                    MOVE 0 TO WS-DSP-QTE(WS-IND-DSP-TROUVE)
                    MOVE WS-CODE-CHERCHE TO WS-LIG-COMP
                    MOVE WS-BESOIN       TO WS-LIG-BESOIN
                    MOVE WS-DISPO-COMP   TO WS-LIG-DISPO
                    MOVE WS-MANQUE       TO WS-LIG-MANQUE
                    WRITE FS-ENR-ENCOURS FROM WS-LIG-COMPOSANT
                 END-IF
              END-IF
           END-IF.
       4020-COMPOSANT-ORDRE-FIN.
           EXIT.

       7000-CHERCHER-ORDRE-DEB.
           IF WS-ORD-NUMERO(WS-IND-ORD) = WS-ATL-NUMERO(WS-IND-ATL)
              MOVE WS-IND-ORD TO WS-IND-ORD-TROUVE
           END-IF.
       7000-CHERCHER-ORDRE-FIN.
           EXIT.

       7010-CHERCHER-NOMEN-DEB.
           IF WS-NOM-PARENT(WS-IND-NOM) = WS-ATL-ARTICLE(WS-IND-ATL)
              MOVE 'O' TO WS-NOMEN-TROUVEE
           END-IF.
       7010-CHERCHER-NOMEN-FIN.
           EXIT.

       7100-CUMULER-LOT-DEB.
           IF WS-LOT-CODE(WS-IND-LOT) = WS-CODE-CHERCHE
              AND WS-LOT-DEPOT(WS-IND-LOT) = WS-DEPOT-CHERCHE
              AND WS-LOT-QTE(WS-IND-LOT) > 0
              ADD WS-LOT-QTE(WS-IND-LOT) TO WS-DISPO-COMP
           END-IF.
       7100-CUMULER-LOT-FIN.
           EXIT.

       7200-PLUS-PROCHE-DLUO-DEB.
           IF WS-LOT-CODE(WS-IND-LOT) = WS-CODE-CHERCHE
              AND WS-LOT-DEPOT(WS-IND-LOT) = WS-DEPOT-CHERCHE
              AND WS-LOT-QTE(WS-IND-LOT) > 0
              IF WS-IND-FEFO = 0
                 OR WS-LOT-DLUO(WS-IND-LOT)
                    < WS-LOT-DLUO(WS-IND-FEFO)
                 MOVE WS-IND-LOT TO WS-IND-FEFO
              END-IF
           END-IF.
       7200-PLUS-PROCHE-DLUO-FIN.
           EXIT.

      * POSTE DU DISPONIBLE D'UN COMPOSANT DANS UN DEPOT, CREE
      * A ZERO AU BESOIN (TABLE PLEINE : WS-IND-DSP-TROUVE = 0).
       7300-TROUVER-DISPO-DEB.
           MOVE 0 TO WS-IND-DSP-TROUVE.
           PERFORM 7310-COMPARER-DISPO-DEB
              THRU 7310-COMPARER-DISPO-FIN
              VARYING WS-IND-DSP FROM 1 BY 1
              UNTIL WS-IND-DSP > WS-NB-DSP
              OR WS-IND-DSP-TROUVE > 0.
           IF WS-IND-DSP-TROUVE = 0
              AND WS-NB-DSP < 999
              ADD 1 TO WS-NB-DSP
              MOVE WS-CODE-CHERCHE  TO WS-DSP-CODE(WS-NB-DSP)
              MOVE WS-DEPOT-CHERCHE TO WS-DSP-DEPOT(WS-NB-DSP)
              MOVE 0                TO WS-DSP-QTE(WS-NB-DSP)
              MOVE WS-NB-DSP        TO WS-IND-DSP-TROUVE
           END-IF.
       7300-TROUVER-DISPO-FIN.
           EXIT.

       7310-COMPARER-DISPO-DEB.
           IF WS-DSP-CODE(WS-IND-DSP) = WS-CODE-CHERCHE
              AND WS-DSP-DEPOT(WS-IND-DSP) = WS-DEPOT-CHERCHE
              MOVE WS-IND-DSP TO WS-IND-DSP-TROUVE
           END-IF.
       7310-COMPARER-DISPO-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'ORDRES D''ASSEMBLAGE DES KITS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'ORDRES LUS            : ' WS-NB-ORDRES-LUS.
           DISPLAY 'ORDRES CREES          : ' WS-NB-CREES.
           DISPLAY 'ORDRES TERMINES       : ' WS-NB-TERMINES.
           DISPLAY 'MOUVEMENTS REFUSES    : ' WS-NB-REFUSES.
           DISPLAY 'MOUVEMENTS DE STOCK   : ' WS-NB-MVTS.
           DISPLAY 'LOTS DE COMPOSANTS    : ' WS-NB-TRACES.
           DISPLAY 'ORDRES OUVERTS        : ' WS-NB-OUVERTS.
           DISPLAY '  DONT EN RETARD      : ' WS-NB-EN-RETARD.
           DISPLAY '  DONT EN MANQUE      : ' WS-NB-EN-MANQUE.
           DISPLAY 'BASCULER FABORDRES_NEW.TXT SUR FABORDRES.TXT '
                   'APRES CONTROLE'.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'OF TERMINES'        TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-TERMINES       TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'OF EN MANQUE'       TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-EN-MANQUE      TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM FABORDRE.
