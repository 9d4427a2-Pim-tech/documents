       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPTOURN.

      *********************************************************
      *     PLAN DE TOURNEES ET MANIFESTES TRANSPORTEURS.
      *
      *     CMDEXPED SORT LES LISTES DE PICKING ET EXPALLOC.TXT,
      *     MAIS LE REPARTITEUR TRIAIT ENCORE LES BONS DE
      *     LIVRAISON A LA MAIN PAR CAMION. CE PROGRAMME, LANCE
      *     APRES CMDEXPED SUR LE MEME JOUR (RUNDATE, A DEFAUT
      *     LA DATE DU JOUR) :
      *       - REGROUPE LES ALLOCATIONS DU JOUR D'EXPALLOC.TXT
      *         EN EXPEDITIONS (UNE PAR COMMANDE), AVEC LEUR
      *         QUANTITE ET LEUR POIDS (POIDS UNITAIRE PAR CODE
      *         STOCK DANS ARTPOIDS.TXT, EN KG),
      *       - RETROUVE L'ADRESSE DU CLIENT DANS FCLIENT ET LA
      *         ZONE DE LIVRAISON PAR PAYS ET PREFIXE DE CODE
      *         POSTAL (ZONESLIV.TXT ; LE PREFIXE LE PLUS LONG
      *         GAGNE, UN PREFIXE A BLANC COUVRE TOUT LE PAYS),
      *       - RATTACHE CHAQUE ZONE A SA TOURNEE (TOURNEES.TXT :
      *         TRANSPORTEUR, JOUR DE LA SEMAINE 1=LUNDI A
      *         7=DIMANCHE, CAPACITE DU CAMION EN KG) ; LA DATE
      *         DE LIVRAISON EST LE PROCHAIN JOUR DE LA TOURNEE,
      *       - CUMULE QUANTITES ET POIDS PAR CAMION ET LES
      *         CONFRONTE A SA CAPACITE (SURCHARGE SIGNALEE),
      *       - IMPRIME UN MANIFESTE PAR TRANSPORTEUR, LES ARRETS
      *         DE CHAQUE TOURNEE DANS L'ORDRE DE LIVRAISON (RANG
      *         DE LA ZONE DANS LA TOURNEE, PUIS CODE POSTAL).
      *     LES EXPEDITIONS SANS ZONE (OU DONT LE CLIENT EST
      *     INCONNU) SONT LISTEES A PART, JAMAIS ECARTEES EN
      *     SILENCE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-TOURNEES
              ASSIGN TO "./files/tournees.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRN.
           SELECT FIC-ZONES
              ASSIGN TO "./files/zonesliv.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ZON.
           SELECT FIC-POIDS
              ASSIGN TO "./files/artpoids.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PDS.
           SELECT CLIENT
              ASSIGN TO FCLIENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLIENT.
           SELECT FIC-ALLOCATIONS
              ASSIGN TO "./files/expalloc.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ALLOC.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-TOURNEES RECORDING MODE IS F.
       01  FS-ENR-TOURNEE.
           05 FS-TRN-CODE         PIC X(4).
           05 FILLER PIC X(1).
           05 FS-TRN-TRANSPORTEUR PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRN-JOUR         PIC 9(1).
           05 FILLER PIC X(1).
           05 FS-TRN-CAPACITE     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-TRN-LIBELLE      PIC X(20).

       FD FIC-ZONES RECORDING MODE IS F.
       01  FS-ENR-ZONE.
           05 FS-ZON-PAYS    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ZON-PREFIXE PIC X(5).
           05 FILLER PIC X(1).
           05 FS-ZON-TOURNEE PIC X(4).
           05 FILLER PIC X(1).
           05 FS-ZON-RANG    PIC 9(3).

       FD FIC-POIDS RECORDING MODE IS F.
       01  FS-ENR-POIDS.
           05 FS-PDS-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-PDS-POIDS PIC 9(3)V999.

       FD CLIENT.
       01  FS-CLIENT PIC X(106).

      *    MEME DECOUPAGE QUE LES ALLOCATIONS ECRITES PAR CMDEXPED.
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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'EXPTOURN'.
       01  WS-STATUS-TRN    PIC XX.
       01  WS-STATUS-ZON    PIC XX.
       01  WS-STATUS-PDS    PIC XX.
       01  WS-STATUS-CLIENT PIC XX.
       01  WS-STATUS-ALLOC  PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-JULIEN-JOUR PIC 9(7).
       01  WS-JOUR-SEMAINE PIC 9(1).
       01  WS-ECART-JOURS  PIC 9(1).
       01  WS-QUOTIENT     PIC 9(7).
       01  WS-RESTE-DIV    PIC 9(1).

      * VUE DU CLIENT DU FICHIER FCLIENT (FORMAT BAPP1).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT      PIC 9(5).
           05 CLIENT-NOM           PIC X(30).
           05 CLIENT-RUE           PIC X(20).
           05 CLIENT-CP            PIC X(5).
           05 CLIENT-VILLE         PIC X(15).
           05 CLIENT-PAYS          PIC X(2).
           05 FILLER               PIC X(29).

      * TOURNEES ET LEURS CUMULS DU JOUR.
       01  WS-TOURNEES.
           05 WS-NB-TRN PIC 9(3) VALUE 0.
           05 WS-TRN OCCURS 50 TIMES.
               10 WS-TRN-CODE         PIC X(4).
               10 WS-TRN-TRANSPORTEUR PIC X(8).
               10 WS-TRN-JOUR         PIC 9(1).
               10 WS-TRN-CAPACITE     PIC 9(5).
               10 WS-TRN-LIBELLE      PIC X(20).
               10 WS-TRN-DATE-LIV     PIC 9(8).
               10 WS-TRN-NB-EXP       PIC 9(4).
               10 WS-TRN-QTE          PIC 9(7).
               10 WS-TRN-POIDS        PIC 9(7)V999.
       01  WS-IND-TRN        PIC 9(3).
       01  WS-IND-TRN-TROUVE PIC 9(3).

      * ZONES DE LIVRAISON : PAYS, PREFIXE DE CODE POSTAL ET SA
      * LONGUEUR SIGNIFICATIVE, TOURNEE, RANG DANS LA TOURNEE.
       01  WS-ZONES.
           05 WS-NB-ZON PIC 9(3) VALUE 0.
           05 WS-ZON OCCURS 300 TIMES.
               10 WS-ZON-PAYS    PIC X(2).
               10 WS-ZON-PREFIXE PIC X(5).
               10 WS-ZON-LONG    PIC 9(1).
               10 WS-ZON-IND-TRN PIC 9(3).
               10 WS-ZON-RANG    PIC 9(3).
       01  WS-IND-ZON        PIC 9(3).
       01  WS-IND-ZON-TROUVE PIC 9(3).
       01  WS-LONG-PREFIXE   PIC 9(1).
       01  WS-ZONE-OK        PIC X.

      * POIDS UNITAIRE PAR CODE STOCK.
       01  WS-POIDS-ART.
           05 WS-NB-PDS PIC 9(3) VALUE 0.
           05 WS-PDS OCCURS 500 TIMES.
               10 WS-PDS-CODE  PIC X(3).
               10 WS-PDS-POIDS PIC 9(3)V999.
       01  WS-IND-PDS        PIC 9(3).
       01  WS-IND-PDS-TROUVE PIC 9(3).

      * ADRESSE DE CHAQUE CLIENT.
       01  WS-CLIENTS.
           05 WS-NB-CLIENTS PIC 9(4) VALUE 0.
           05 WS-CLI OCCURS 2000 TIMES.
               10 WS-CLI-ID    PIC 9(5).
               10 WS-CLI-NOM   PIC X(30).
               10 WS-CLI-RUE   PIC X(20).
               10 WS-CLI-CP    PIC X(5).
               10 WS-CLI-VILLE PIC X(15).
               10 WS-CLI-PAYS  PIC X(2).
       01  WS-IND-CLI        PIC 9(4).
       01  WS-IND-CLI-TROUVE PIC 9(4).

      * EXPEDITIONS DU JOUR (UNE PAR COMMANDE). LA CLE DE TRI
      * DONNE L'ORDRE DU MANIFESTE : TRANSPORTEUR, TOURNEE, RANG
      * DE LA ZONE, CODE POSTAL, CLIENT ; LES EXPEDITIONS SANS
      * ZONE SONT RANGEES EN FIN DE TABLE (CLE HIGH-VALUES).
       01  WS-EXPEDITIONS.
           05 WS-NB-EXP PIC 9(3) VALUE 0.
           05 WS-EXP OCCURS 500 TIMES.
               10 WS-EXP-CLE.
                   15 WS-EXP-CLE-TRANSP  PIC X(8).
                   15 WS-EXP-CLE-TOURNEE PIC X(4).
                   15 WS-EXP-CLE-RANG    PIC 9(3).
                   15 WS-EXP-CLE-CP      PIC X(5).
                   15 WS-EXP-CLE-CLIENT  PIC 9(5).
               10 WS-EXP-IDCOMMAND PIC 9(5).
               10 WS-EXP-CLIENT    PIC 9(5).
               10 WS-EXP-QTE       PIC 9(7).
               10 WS-EXP-POIDS     PIC 9(7)V999.
               10 WS-EXP-IND-TRN   PIC 9(3).
               10 WS-EXP-IND-CLI   PIC 9(4).
       01  WS-IND-EXP        PIC 9(3).
       01  WS-IND-EXP-TROUVE PIC 9(3).
       01  WS-IND-TRI        PIC 9(3).
       01  WS-TRI-PERMUTE    PIC X.
       01  WS-EXP-TAMPON.
           05 WS-TAM-CLE       PIC X(25).
           05 WS-TAM-IDCOMMAND PIC 9(5).
           05 WS-TAM-CLIENT    PIC 9(5).
           05 WS-TAM-QTE       PIC 9(7).
           05 WS-TAM-POIDS     PIC 9(7)V999.
           05 WS-TAM-IND-TRN   PIC 9(3).
           05 WS-TAM-IND-CLI   PIC 9(4).

       01  WS-POIDS-LIGNE PIC 9(7)V999.

      * RUPTURES DE L'EDITION.
       01  WS-TRANSP-COURANT  PIC X(8) VALUE SPACES.
       01  WS-TOURNEE-COURANTE PIC X(4) VALUE SPACES.
       01  WS-CLIENT-COURANT  PIC 9(5) VALUE 0.
       01  WS-NUM-ARRET       PIC 9(3).
       01  WS-EXCEDENT        PIC 9(7)V999.
       01  WS-POIDS-EDITE     PIC ZZZZZZ9.999.
       01  WS-CAPA-EDITEE     PIC ZZZZ9.

       01  WS-COMPTEURS.
           05 WS-NB-ALLOC-JOUR  PIC 9(5) VALUE 0.
           05 WS-NB-SANS-ZONE   PIC 9(4) VALUE 0.
           05 WS-NB-SANS-POIDS  PIC 9(5) VALUE 0.
           05 WS-NB-SURCHARGES  PIC 9(3) VALUE 0.
           05 WS-NB-MANIFESTES  PIC 9(3) VALUE 0.
           05 WS-NB-TRN-ACTIVES PIC 9(3) VALUE 0.

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
       0000-EXPTOURN-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-DATE-REF TO WS-DATE-JOUR.
      *    LE 01/01/1601, JOUR 1 DU CALENDRIER ENTIER, ETAIT UN
      *    LUNDI : LE RESTE DE LA DIVISION PAR 7 DONNE LE JOUR.
           COMPUTE WS-JULIEN-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           DIVIDE 7 INTO WS-JULIEN-JOUR
              GIVING WS-QUOTIENT REMAINDER WS-RESTE-DIV.
           IF WS-RESTE-DIV = 0
              MOVE 7 TO WS-JOUR-SEMAINE
           ELSE
              MOVE WS-RESTE-DIV TO WS-JOUR-SEMAINE
           END-IF.
           DISPLAY 'JOUR EXPEDIE : ' WS-DATE-REF
                   ' (JOUR ' WS-JOUR-SEMAINE ' DE LA SEMAINE)'.

           PERFORM 1000-CHARGER-TOURNEES-DEB
              THRU 1000-CHARGER-TOURNEES-FIN.
           PERFORM 1100-CHARGER-ZONES-DEB
              THRU 1100-CHARGER-ZONES-FIN.
           PERFORM 1200-CHARGER-POIDS-DEB
              THRU 1200-CHARGER-POIDS-FIN.
           PERFORM 1300-CHARGER-CLIENTS-DEB
              THRU 1300-CHARGER-CLIENTS-FIN.
           PERFORM 2000-RELEVER-EXPEDITIONS-DEB
              THRU 2000-RELEVER-EXPEDITIONS-FIN.
           IF WS-NB-EXP = 0
              DISPLAY 'AUCUNE EXPEDITION DU JOUR'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 3000-AFFECTER-TOURNEES-DEB
              THRU 3000-AFFECTER-TOURNEES-FIN
              VARYING WS-IND-EXP FROM 1 BY 1
              UNTIL WS-IND-EXP > WS-NB-EXP.
           PERFORM 4000-CLASSER-EXPEDITIONS-DEB
              THRU 4000-CLASSER-EXPEDITIONS-FIN.
           PERFORM 5000-EDITER-MANIFESTES-DEB
              THRU 5000-EDITER-MANIFESTES-FIN.
           PERFORM 6000-EDITER-SANS-ZONE-DEB
              THRU 6000-EDITER-SANS-ZONE-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-EXPTOURN-FIN.
           EXIT.

      * TOURNEES : LA DATE DE LIVRAISON EST LE PROCHAIN JOUR DE
      * LA TOURNEE A PARTIR DU JOUR EXPEDIE (LE JOUR MEME SI LA
      * TOURNEE PART CE JOUR-LA).
       1000-CHARGER-TOURNEES-DEB.
           OPEN INPUT FIC-TOURNEES.
           IF WS-STATUS-TRN NOT = '00'
              DISPLAY 'TABLE DES TOURNEES INTROUVABLE : TOUTES LES '
                      'EXPEDITIONS SERONT SANS ZONE'
           ELSE
              PERFORM 1010-CHARGER-TOURNEE-DEB
                 THRU 1010-CHARGER-TOURNEE-FIN
                 UNTIL WS-STATUS-TRN NOT = '00'
              CLOSE FIC-TOURNEES
              DISPLAY WS-NB-TRN ' TOURNEE(S) CHARGEE(S)'
           END-IF.
       1000-CHARGER-TOURNEES-FIN.
           EXIT.

       1010-CHARGER-TOURNEE-DEB.
           READ FIC-TOURNEES
              AT END
                 MOVE '10' TO WS-STATUS-TRN
           END-READ.
           IF WS-STATUS-TRN = '00'
              IF FS-TRN-JOUR NOT NUMERIC
                 OR FS-TRN-JOUR < 1 OR FS-TRN-JOUR > 7
                 OR FS-TRN-CAPACITE NOT NUMERIC
                 DISPLAY 'TOURNEE ' FS-TRN-CODE ' IGNOREE : JOUR OU '
                         'CAPACITE INVALIDE'
              ELSE
                 IF WS-NB-TRN >= 50
                    DISPLAY 'TABLE DES TOURNEES PLEINE (50), TOURNEE '
                            'IGNOREE : ' FS-TRN-CODE
                 ELSE
                    ADD 1 TO WS-NB-TRN
                    MOVE FS-TRN-CODE         TO WS-TRN-CODE(WS-NB-TRN)
                    MOVE FS-TRN-TRANSPORTEUR
                      TO WS-TRN-TRANSPORTEUR(WS-NB-TRN)
                    MOVE FS-TRN-JOUR         TO WS-TRN-JOUR(WS-NB-TRN)
                    MOVE FS-TRN-CAPACITE
                      TO WS-TRN-CAPACITE(WS-NB-TRN)
                    MOVE FS-TRN-LIBELLE
                      TO WS-TRN-LIBELLE(WS-NB-TRN)
                    MOVE 0 TO WS-TRN-NB-EXP(WS-NB-TRN)
                    MOVE 0 TO WS-TRN-QTE(WS-NB-TRN)
                    MOVE 0 TO WS-TRN-POIDS(WS-NB-TRN)
                    IF FS-TRN-JOUR >= WS-JOUR-SEMAINE
                       COMPUTE WS-ECART-JOURS =
                          FS-TRN-JOUR - WS-JOUR-SEMAINE
                    ELSE
                       COMPUTE WS-ECART-JOURS =
                               FS-TRN-JOUR + 7 - WS-JOUR-SEMAINE
                    END-IF
                    COMPUTE WS-TRN-DATE-LIV(WS-NB-TRN) =
                            FUNCTION DATE-OF-INTEGER
                            (WS-JULIEN-JOUR + WS-ECART-JOURS)
                 END-IF
              END-IF
           END-IF.
       1010-CHARGER-TOURNEE-FIN.
           EXIT.

      * ZONES : LA TOURNEE DOIT EXISTER ; LA LONGUEUR DU PREFIXE
      * (CARACTERES AVANT LE PREMIER BLANC) SERT AU CHOIX DE LA
      * ZONE LA PLUS PRECISE.
       1100-CHARGER-ZONES-DEB.
           OPEN INPUT FIC-ZONES.
           IF WS-STATUS-ZON NOT = '00'
              DISPLAY 'TABLE DES ZONES INTROUVABLE : TOUTES LES '
                      'EXPEDITIONS SERONT SANS ZONE'
           ELSE
              PERFORM 1110-CHARGER-ZONE-DEB
                 THRU 1110-CHARGER-ZONE-FIN
                 UNTIL WS-STATUS-ZON NOT = '00'
              CLOSE FIC-ZONES
              DISPLAY WS-NB-ZON ' ZONE(S) DE LIVRAISON CHARGEE(S)'
           END-IF.
       1100-CHARGER-ZONES-FIN.
           EXIT.

       1110-CHARGER-ZONE-DEB.
           READ FIC-ZONES
              AT END
                 MOVE '10' TO WS-STATUS-ZON
           END-READ.
           IF WS-STATUS-ZON = '00'
              MOVE 0 TO WS-IND-TRN-TROUVE
              PERFORM 1120-CHERCHER-TOURNEE-DEB
                 THRU 1120-CHERCHER-TOURNEE-FIN
                 VARYING WS-IND-TRN FROM 1 BY 1
                 UNTIL WS-IND-TRN > WS-NB-TRN
                 OR WS-IND-TRN-TROUVE > 0
              IF WS-IND-TRN-TROUVE = 0
                 DISPLAY 'ZONE ' FS-ZON-PAYS ' ' FS-ZON-PREFIXE
                         ' IGNOREE : TOURNEE ' FS-ZON-TOURNEE
                         ' INCONNUE'
              ELSE
                 IF WS-NB-ZON >= 300
                    DISPLAY 'TABLE DES ZONES PLEINE (300), ZONE '
                            'IGNOREE : ' FS-ZON-PAYS ' ' FS-ZON-PREFIXE
                 ELSE
                    ADD 1 TO WS-NB-ZON
                    MOVE FS-ZON-PAYS    TO WS-ZON-PAYS(WS-NB-ZON)
                    MOVE FS-ZON-PREFIXE TO WS-ZON-PREFIXE(WS-NB-ZON)
                    MOVE 0 TO WS-LONG-PREFIXE
                    INSPECT FS-ZON-PREFIXE TALLYING WS-LONG-PREFIXE
                       FOR CHARACTERS BEFORE INITIAL SPACE
                    MOVE WS-LONG-PREFIXE TO WS-ZON-LONG(WS-NB-ZON)
                    MOVE WS-IND-TRN-TROUVE TO WS-ZON-IND-TRN(WS-NB-ZON)
                    IF FS-ZON-RANG IS NUMERIC
                       MOVE FS-ZON-RANG TO WS-ZON-RANG(WS-NB-ZON)
                    ELSE
                       MOVE 999 TO WS-ZON-RANG(WS-NB-ZON)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1110-CHARGER-ZONE-FIN.
           EXIT.

       1120-CHERCHER-TOURNEE-DEB.
           IF WS-TRN-CODE(WS-IND-TRN) = FS-ZON-TOURNEE
              MOVE WS-IND-TRN TO WS-IND-TRN-TROUVE
           END-IF.
       1120-CHERCHER-TOURNEE-FIN.
           EXIT.

       1200-CHARGER-POIDS-DEB.
           OPEN INPUT FIC-POIDS.
           IF WS-STATUS-PDS NOT = '00'
              DISPLAY 'TABLE DES POIDS INTROUVABLE : POIDS A ZERO'
           ELSE
              PERFORM 1210-CHARGER-UN-POIDS-DEB
                 THRU 1210-CHARGER-UN-POIDS-FIN
                 UNTIL WS-STATUS-PDS NOT = '00'
              CLOSE FIC-POIDS
           END-IF.
       1200-CHARGER-POIDS-FIN.
           EXIT.

       1210-CHARGER-UN-POIDS-DEB.
           READ FIC-POIDS
              AT END
                 MOVE '10' TO WS-STATUS-PDS
           END-READ.
           IF WS-STATUS-PDS = '00'
              AND FS-PDS-POIDS IS NUMERIC
              IF WS-NB-PDS < 500
                 ADD 1 TO WS-NB-PDS
                 MOVE FS-PDS-CODE  TO WS-PDS-CODE(WS-NB-PDS)
                 MOVE FS-PDS-POIDS TO WS-PDS-POIDS(WS-NB-PDS)
              ELSE
                 DISPLAY 'TABLE DES POIDS PLEINE (500), CODE '
                         'IGNORE : ' FS-PDS-CODE
              END-IF
           END-IF.
       1210-CHARGER-UN-POIDS-FIN.
           EXIT.

      * ADRESSE DE CHAQUE CLIENT (ENVELOPPE SAUTEE).
       1300-CHARGER-CLIENTS-DEB.
           OPEN INPUT CLIENT.
           IF WS-STATUS-CLIENT = '00'
              PERFORM 1310-CHARGER-UN-CLIENT-DEB
                 THRU 1310-CHARGER-UN-CLIENT-FIN
                 UNTIL WS-STATUS-CLIENT NOT = '00'
              CLOSE CLIENT
           ELSE
              DISPLAY 'FICHIER CLIENT INTROUVABLE'
           END-IF.
       1300-CHARGER-CLIENTS-FIN.
           EXIT.

       1310-CHARGER-UN-CLIENT-DEB.
           MOVE SPACES TO WS-CLIENT.
           READ CLIENT INTO WS-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              IF WS-CLIENT(1:6) NOT = 'ENTETE'
                 AND WS-CLIENT(1:3) NOT = 'FIN'
                 IF WS-NB-CLIENTS < 2000
                    ADD 1 TO WS-NB-CLIENTS
                    MOVE CLIENT-IDCLIENT TO WS-CLI-ID(WS-NB-CLIENTS)
                    MOVE CLIENT-NOM      TO WS-CLI-NOM(WS-NB-CLIENTS)
                    MOVE CLIENT-RUE      TO WS-CLI-RUE(WS-NB-CLIENTS)
                    MOVE CLIENT-CP       TO WS-CLI-CP(WS-NB-CLIENTS)
                    MOVE CLIENT-VILLE    TO WS-CLI-VILLE(WS-NB-CLIENTS)
                    MOVE CLIENT-PAYS     TO WS-CLI-PAYS(WS-NB-CLIENTS)
                 ELSE
                    DISPLAY 'TABLE DES CLIENTS PLEINE (2000), CLIENT '
                            'IGNORE : ' CLIENT-IDCLIENT
                 END-IF
              END-IF
           END-IF.
       1310-CHARGER-UN-CLIENT-FIN.
           EXIT.

      * LES ALLOCATIONS DU JOUR SONT CUMULEES PAR COMMANDE : UNE
      * COMMANDE EST UNE EXPEDITION, QUEL QUE SOIT LE NOMBRE DE
      * LOTS PIQUES POUR ELLE.
       2000-RELEVER-EXPEDITIONS-DEB.
           OPEN INPUT FIC-ALLOCATIONS.
           IF WS-STATUS-ALLOC NOT = '00'
              DISPLAY 'FICHIER DES ALLOCATIONS INTROUVABLE'
           ELSE
              PERFORM 2010-LIGNE-ALLOCATION-DEB
                 THRU 2010-LIGNE-ALLOCATION-FIN
                 UNTIL WS-STATUS-ALLOC NOT = '00'
              CLOSE FIC-ALLOCATIONS
              DISPLAY WS-NB-ALLOC-JOUR ' ALLOCATION(S) DU JOUR, '
                      WS-NB-EXP ' EXPEDITION(S)'
           END-IF.
       2000-RELEVER-EXPEDITIONS-FIN.
           EXIT.

       2010-LIGNE-ALLOCATION-DEB.
           READ FIC-ALLOCATIONS
              AT END
                 MOVE '10' TO WS-STATUS-ALLOC
           END-READ.
           IF WS-STATUS-ALLOC = '00'
              AND FS-ALC-DATE = WS-DATE-JOUR
              ADD 1 TO WS-NB-ALLOC-JOUR
              MOVE 0 TO WS-IND-EXP-TROUVE
              PERFORM 2020-CHERCHER-EXPEDITION-DEB
                 THRU 2020-CHERCHER-EXPEDITION-FIN
                 VARYING WS-IND-EXP FROM 1 BY 1
                 UNTIL WS-IND-EXP > WS-NB-EXP
                 OR WS-IND-EXP-TROUVE > 0
              IF WS-IND-EXP-TROUVE = 0
                 IF WS-NB-EXP >= 500
                    DISPLAY 'TABLE DES EXPEDITIONS PLEINE (500), '
                            'COMMANDE NON PLANIFIEE : ' FS-ALC-IDCOMMAND
                 ELSE
                    ADD 1 TO WS-NB-EXP
                    MOVE WS-NB-EXP TO WS-IND-EXP-TROUVE
                    MOVE FS-ALC-IDCOMMAND TO WS-EXP-IDCOMMAND(WS-NB-EXP)
                    MOVE FS-ALC-CLIENT    TO WS-EXP-CLIENT(WS-NB-EXP)
                    MOVE 0 TO WS-EXP-QTE(WS-NB-EXP)
                    MOVE 0 TO WS-EXP-POIDS(WS-NB-EXP)
                    MOVE 0 TO WS-EXP-IND-TRN(WS-NB-EXP)
                    MOVE 0 TO WS-EXP-IND-CLI(WS-NB-EXP)
                 END-IF
              END-IF
              IF WS-IND-EXP-TROUVE > 0
                 MOVE 0 TO WS-IND-PDS-TROUVE
                 PERFORM 2030-CHERCHER-POIDS-DEB
                    THRU 2030-CHERCHER-POIDS-FIN
                    VARYING WS-IND-PDS FROM 1 BY 1
                    UNTIL WS-IND-PDS > WS-NB-PDS
                    OR WS-IND-PDS-TROUVE > 0
                 IF WS-IND-PDS-TROUVE = 0
                    ADD 1 TO WS-NB-SANS-POIDS
                    MOVE 0 TO WS-POIDS-LIGNE
                 ELSE
                    COMPUTE WS-POIDS-LIGNE =
                            FS-ALC-QTE * WS-PDS-POIDS(WS-IND-PDS-TROUVE)
                 END-IF
                 ADD FS-ALC-QTE     TO WS-EXP-QTE(WS-IND-EXP-TROUVE)
                 ADD WS-POIDS-LIGNE TO WS-EXP-POIDS(WS-IND-EXP-TROUVE)
              END-IF
           END-IF.
       2010-LIGNE-ALLOCATION-FIN.
           EXIT.

       2020-CHERCHER-EXPEDITION-DEB.
           IF WS-EXP-IDCOMMAND(WS-IND-EXP) = FS-ALC-IDCOMMAND
              MOVE WS-IND-EXP TO WS-IND-EXP-TROUVE
           END-IF.
       2020-CHERCHER-EXPEDITION-FIN.
           EXIT.

       2030-CHERCHER-POIDS-DEB.
           IF WS-PDS-CODE(WS-IND-PDS) = FS-ALC-CODE
              MOVE WS-IND-PDS TO WS-IND-PDS-TROUVE
           END-IF.
       2030-CHERCHER-POIDS-FIN.
           EXIT.

      * ZONE DE L'EXPEDITION : MEME PAYS QUE LE CLIENT ET CODE
      * POSTAL COMMENCANT PAR LE PREFIXE, LE PLUS LONG L'EMPORTE.
       3000-AFFECTER-TOURNEES-DEB.
           MOVE HIGH-VALUES TO WS-EXP-CLE(WS-IND-EXP).
           MOVE 0 TO WS-IND-CLI-TROUVE.
           PERFORM 3010-CHERCHER-CLIENT-DEB
              THRU 3010-CHERCHER-CLIENT-FIN
              VARYING WS-IND-CLI FROM 1 BY 1
              UNTIL WS-IND-CLI > WS-NB-CLIENTS
              OR WS-IND-CLI-TROUVE > 0.
           MOVE WS-IND-CLI-TROUVE TO WS-EXP-IND-CLI(WS-IND-EXP).
           IF WS-IND-CLI-TROUVE = 0
              ADD 1 TO WS-NB-SANS-ZONE
           ELSE
              MOVE 0 TO WS-IND-ZON-TROUVE
              PERFORM 3020-COMPARER-ZONE-DEB
                 THRU 3020-COMPARER-ZONE-FIN
                 VARYING WS-IND-ZON FROM 1 BY 1
                 UNTIL WS-IND-ZON > WS-NB-ZON
              IF WS-IND-ZON-TROUVE = 0
                 ADD 1 TO WS-NB-SANS-ZONE
              ELSE
                 MOVE WS-ZON-IND-TRN(WS-IND-ZON-TROUVE) TO WS-IND-TRN
                 MOVE WS-IND-TRN TO WS-EXP-IND-TRN(WS-IND-EXP)
                 MOVE WS-TRN-TRANSPORTEUR(WS-IND-TRN)
                   TO WS-EXP-CLE-TRANSP(WS-IND-EXP)
                 MOVE WS-TRN-CODE(WS-IND-TRN)
                   TO WS-EXP-CLE-TOURNEE(WS-IND-EXP)
                 MOVE WS-ZON-RANG(WS-IND-ZON-TROUVE)
                   TO WS-EXP-CLE-RANG(WS-IND-EXP)
                 MOVE WS-CLI-CP(WS-IND-CLI-TROUVE)
                   TO WS-EXP-CLE-CP(WS-IND-EXP)
                 MOVE WS-EXP-CLIENT(WS-IND-EXP)
                   TO WS-EXP-CLE-CLIENT(WS-IND-EXP)
                 ADD 1 TO WS-TRN-NB-EXP(WS-IND-TRN)
                 ADD WS-EXP-QTE(WS-IND-EXP)   TO WS-TRN-QTE(WS-IND-TRN)
                 ADD WS-EXP-POIDS(WS-IND-EXP)
                   TO WS-TRN-POIDS(WS-IND-TRN)
              END-IF
           END-IF.
       3000-AFFECTER-TOURNEES-FIN.
           EXIT.

       3010-CHERCHER-CLIENT-DEB.
           IF WS-CLI-ID(WS-IND-CLI) = WS-EXP-CLIENT(WS-IND-EXP)
              MOVE WS-IND-CLI TO WS-IND-CLI-TROUVE
           END-IF.
       3010-CHERCHER-CLIENT-FIN.
           EXIT.

       3020-COMPARER-ZONE-DEB.
           IF WS-ZON-PAYS(WS-IND-ZON) =
              WS-CLI-PAYS(WS-IND-CLI-TROUVE)
              MOVE 'O' TO WS-ZONE-OK
              IF WS-ZON-LONG(WS-IND-ZON) > 0
                 MOVE WS-ZON-LONG(WS-IND-ZON) TO WS-LONG-PREFIXE
                 IF WS-CLI-CP(WS-IND-CLI-TROUVE)(1:WS-LONG-PREFIXE)
                    NOT = WS-ZON-PREFIXE(WS-IND-ZON)(1:WS-LONG-PREFIXE)
                    MOVE 'N' TO WS-ZONE-OK
                 END-IF
              END-IF
              IF WS-ZONE-OK = 'O'
                 IF WS-IND-ZON-TROUVE = 0
                    MOVE WS-IND-ZON TO WS-IND-ZON-TROUVE
                 ELSE
                    IF WS-ZON-LONG(WS-IND-ZON)
                       > WS-ZON-LONG(WS-IND-ZON-TROUVE)
                       MOVE WS-IND-ZON TO WS-IND-ZON-TROUVE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       3020-COMPARER-ZONE-FIN.
           EXIT.

      * TRI A BULLES SUR LA CLE DU MANIFESTE, COMME SUIVECH.
       4000-CLASSER-EXPEDITIONS-DEB.
           MOVE 'O' TO WS-TRI-PERMUTE.
           PERFORM 4010-PASSE-TRI-DEB
              THRU 4010-PASSE-TRI-FIN
              UNTIL WS-TRI-PERMUTE = 'N'.
       4000-CLASSER-EXPEDITIONS-FIN.
           EXIT.

       4010-PASSE-TRI-DEB.
           MOVE 'N' TO WS-TRI-PERMUTE.
           PERFORM 4020-COMPARER-DEB
              THRU 4020-COMPARER-FIN
              VARYING WS-IND-TRI FROM 1 BY 1
              UNTIL WS-IND-TRI >= WS-NB-EXP.
       4010-PASSE-TRI-FIN.
           EXIT.

       4020-COMPARER-DEB.
           IF WS-EXP-CLE(WS-IND-TRI) > WS-EXP-CLE(WS-IND-TRI + 1)
              MOVE WS-EXP(WS-IND-TRI)     TO WS-EXP-TAMPON
              MOVE WS-EXP(WS-IND-TRI + 1) TO WS-EXP(WS-IND-TRI)
              MOVE WS-EXP-TAMPON          TO WS-EXP(WS-IND-TRI + 1)
              MOVE 'O' TO WS-TRI-PERMUTE
           END-IF.
       4020-COMPARER-FIN.
           EXIT.

      * UN MANIFESTE PAR TRANSPORTEUR, UNE SECTION PAR TOURNEE
      * (CAMION) ; LES EXPEDITIONS CONSECUTIVES D'UN MEME CLIENT
      * FONT UN SEUL ARRET.
       5000-EDITER-MANIFESTES-DEB.
           PERFORM 5010-LIGNE-MANIFESTE-DEB
              THRU 5010-LIGNE-MANIFESTE-FIN
              VARYING WS-IND-EXP FROM 1 BY 1
              UNTIL WS-IND-EXP > WS-NB-EXP.
           IF WS-TOURNEE-COURANTE NOT = SPACES
              PERFORM 5200-CLORE-TOURNEE-DEB
                 THRU 5200-CLORE-TOURNEE-FIN
           END-IF.
       5000-EDITER-MANIFESTES-FIN.
           EXIT.

       5010-LIGNE-MANIFESTE-DEB.
           IF WS-EXP-IND-TRN(WS-IND-EXP) NOT = 0
              IF WS-EXP-CLE-TOURNEE(WS-IND-EXP)
                 NOT = WS-TOURNEE-COURANTE
                 IF WS-TOURNEE-COURANTE NOT = SPACES
                    PERFORM 5200-CLORE-TOURNEE-DEB
                       THRU 5200-CLORE-TOURNEE-FIN
                 END-IF
                 IF WS-EXP-CLE-TRANSP(WS-IND-EXP)
                    NOT = WS-TRANSP-COURANT
                    PERFORM 5050-OUVRIR-MANIFESTE-DEB
                       THRU 5050-OUVRIR-MANIFESTE-FIN
                 END-IF
                 PERFORM 5100-OUVRIR-TOURNEE-DEB
                    THRU 5100-OUVRIR-TOURNEE-FIN
              END-IF
              MOVE WS-EXP-IND-CLI(WS-IND-EXP) TO WS-IND-CLI
              MOVE WS-EXP-POIDS(WS-IND-EXP) TO WS-POIDS-EDITE
              IF WS-EXP-CLIENT(WS-IND-EXP) NOT = WS-CLIENT-COURANT
                 MOVE WS-EXP-CLIENT(WS-IND-EXP) TO WS-CLIENT-COURANT
                 ADD 1 TO WS-NUM-ARRET
                 DISPLAY 'ARRET ' WS-NUM-ARRET ' : CLIENT '
                         WS-EXP-CLIENT(WS-IND-EXP) ' '
                         WS-CLI-NOM(WS-IND-CLI)
                 DISPLAY '            ' WS-CLI-RUE(WS-IND-CLI) ' '
                         WS-CLI-CP(WS-IND-CLI) ' '
                         WS-CLI-VILLE(WS-IND-CLI) ' '
                         WS-CLI-PAYS(WS-IND-CLI)
              END-IF
              DISPLAY '            COMMANDE '
                      WS-EXP-IDCOMMAND(WS-IND-EXP)
                      ' QTE ' WS-EXP-QTE(WS-IND-EXP)
                      ' POIDS ' WS-POIDS-EDITE ' KG'
           END-IF.
       5010-LIGNE-MANIFESTE-FIN.
           EXIT.

       5050-OUVRIR-MANIFESTE-DEB.
           MOVE WS-EXP-CLE-TRANSP(WS-IND-EXP) TO WS-TRANSP-COURANT.
           ADD 1 TO WS-NB-MANIFESTES.
           DISPLAY ' '.
           DISPLAY '################################################'.
           DISPLAY 'MANIFESTE TRANSPORTEUR ' WS-TRANSP-COURANT
                   '   EXPEDITIONS DU ' WS-DATE-REF.
           DISPLAY '################################################'.
       5050-OUVRIR-MANIFESTE-FIN.
           EXIT.

       5100-OUVRIR-TOURNEE-DEB.
           MOVE WS-EXP-CLE-TOURNEE(WS-IND-EXP) TO WS-TOURNEE-COURANTE.
           MOVE WS-EXP-IND-TRN(WS-IND-EXP) TO WS-IND-TRN.
           MOVE 0 TO WS-NUM-ARRET.
           MOVE 0 TO WS-CLIENT-COURANT.
           ADD 1 TO WS-NB-TRN-ACTIVES.
           DISPLAY ' '.
           DISPLAY 'TOURNEE ' WS-TRN-CODE(WS-IND-TRN) ' '
                   WS-TRN-LIBELLE(WS-IND-TRN)
                   ' JOUR ' WS-TRN-JOUR(WS-IND-TRN)
                   ' LIVRAISON LE ' WS-TRN-DATE-LIV(WS-IND-TRN).
           DISPLAY '------------------------------------------------'.
       5100-OUVRIR-TOURNEE-FIN.
           EXIT.

      * BILAN DU CAMION CONFRONTE A SA CAPACITE.
       5200-CLORE-TOURNEE-DEB.
           MOVE WS-TRN-POIDS(WS-IND-TRN) TO WS-POIDS-EDITE.
           MOVE WS-TRN-CAPACITE(WS-IND-TRN) TO WS-CAPA-EDITEE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'ARRETS : ' WS-NUM-ARRET
                   '  EXPEDITIONS : ' WS-TRN-NB-EXP(WS-IND-TRN)
                   '  QUANTITE : ' WS-TRN-QTE(WS-IND-TRN).
           DISPLAY 'POIDS : ' WS-POIDS-EDITE ' KG  CAPACITE : '
                   WS-CAPA-EDITEE ' KG'.
           IF WS-TRN-POIDS(WS-IND-TRN) > WS-TRN-CAPACITE(WS-IND-TRN)
              ADD 1 TO WS-NB-SURCHARGES
              COMPUTE WS-EXCEDENT = WS-TRN-POIDS(WS-IND-TRN)
                                  - WS-TRN-CAPACITE(WS-IND-TRN)
              MOVE WS-EXCEDENT TO WS-POIDS-EDITE
              DISPLAY '*** SURCHARGE DE ' WS-POIDS-EDITE
                      ' KG : DEDOUBLER LA TOURNEE ***'
           END-IF.
           MOVE SPACES TO WS-TOURNEE-COURANTE.
       5200-CLORE-TOURNEE-FIN.
           EXIT.

      * EXPEDITIONS SANS ZONE : EN FIN DE TABLE APRES LE TRI.
       6000-EDITER-SANS-ZONE-DEB.
           IF WS-NB-SANS-ZONE NOT = 0
              DISPLAY ' '
              DISPLAY '================================================'
              DISPLAY 'EXPEDITIONS SANS ZONE DE LIVRAISON : '
                      WS-NB-SANS-ZONE
              DISPLAY '================================================'
              PERFORM 6010-LIGNE-SANS-ZONE-DEB
                 THRU 6010-LIGNE-SANS-ZONE-FIN
                 VARYING WS-IND-EXP FROM 1 BY 1
                 UNTIL WS-IND-EXP > WS-NB-EXP
           END-IF.
       6000-EDITER-SANS-ZONE-FIN.
           EXIT.

       6010-LIGNE-SANS-ZONE-DEB.
           IF WS-EXP-IND-TRN(WS-IND-EXP) = 0
              MOVE WS-EXP-POIDS(WS-IND-EXP) TO WS-POIDS-EDITE
              MOVE WS-EXP-IND-CLI(WS-IND-EXP) TO WS-IND-CLI
              IF WS-IND-CLI = 0
                 DISPLAY 'COMMANDE ' WS-EXP-IDCOMMAND(WS-IND-EXP)
                         ' CLIENT ' WS-EXP-CLIENT(WS-IND-EXP)
                         ' INCONNU DU FICHIER CLIENT'
                         ' QTE ' WS-EXP-QTE(WS-IND-EXP)
                         ' POIDS ' WS-POIDS-EDITE
              ELSE
                 DISPLAY 'COMMANDE ' WS-EXP-IDCOMMAND(WS-IND-EXP)
                         ' CLIENT ' WS-EXP-CLIENT(WS-IND-EXP)
                         ' ' WS-CLI-PAYS(WS-IND-CLI)
                         ' ' WS-CLI-CP(WS-IND-CLI)
                         ' ' WS-CLI-VILLE(WS-IND-CLI)
                         ' QTE ' WS-EXP-QTE(WS-IND-EXP)
                         ' POIDS ' WS-POIDS-EDITE
              END-IF
           END-IF.
       6010-LIGNE-SANS-ZONE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY '********************************************'.
           DISPLAY '*  TOURNEES ET MANIFESTES TRANSPORTEURS    *'.
           DISPLAY '********************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'EXPEDITIONS DU JOUR    : ' WS-NB-EXP.
           DISPLAY 'MANIFESTES EDITES      : ' WS-NB-MANIFESTES.
           DISPLAY 'TOURNEES CHARGEES      : ' WS-NB-TRN-ACTIVES.
           DISPLAY 'TOURNEES EN SURCHARGE  : ' WS-NB-SURCHARGES.
           DISPLAY 'EXPEDITIONS SANS ZONE  : ' WS-NB-SANS-ZONE.
           DISPLAY 'ALLOCATIONS SANS POIDS : ' WS-NB-SANS-POIDS.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'TOURNEES CHARGEES'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-TRN-ACTIVES    TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'EXPED. SANS ZONE'   TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-SANS-ZONE      TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM EXPTOURN.
