       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAGAFFE.

      *********************************************************
      *     AFFECTATION DES FORMATEURS AUX SESSIONS.
      *
      *     LE CATALOGUE DES SESSIONS (STAGSESSIONS.TXT) NE DIT
      *     PAS QUI ANIME ; LES PLANNINGS DES FORMATEURS SE
      *     CHEVAUCHAIENT. CE PROGRAMME LIT LE FICHIER MAITRE DES
      *     FORMATEURS (STAGFORMATEURS.TXT : IDENTIFIANT, NOM,
      *     STATUT 'I' INTERNE / 'L' LIBERAL, TAUX HORAIRE ET
      *     JUSQU'A CINQ COURS POUR LESQUELS IL EST QUALIFIE) ET
      *     TRAITE LES DEMANDES D'AFFECTATION DE STAGAFFDEM.TXT
      *     (SESSION, FORMATEUR). UNE DEMANDE EST REFUSEE SI :
      *       - LA SESSION OU LE FORMATEUR EST INCONNU,
      *       - LA SESSION A DEJA SON FORMATEUR,
      *       - LE FORMATEUR N'EST PAS QUALIFIE POUR LE COURS DE
      *         LA SESSION (LIBELLE DU CATALOGUE),
      *       - LE FORMATEUR ANIME DEJA UNE AUTRE SESSION LA MEME
      *         SEMAINE (MEME DECOUPAGE DU LUNDI AU DIMANCHE QUE
      *         LES CONFLITS DE SALLE DE STAGSESS).
      *     LES DEMANDES ACCEPTEES SONT AJOUTEES AU FICHIER DES
      *     AFFECTATIONS STAGAFFECT.TXT (SESSION, FORMATEUR, DATE
      *     D'AFFECTATION), QUI FAIT FOI POUR STAGHEUR ; LES
      *     REFUS SONT LISTES AVEC LEUR MOTIF, PUIS LES SESSIONS
      *     ENCORE SANS FORMATEUR.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FORMATEURS
              ASSIGN TO "./files/stagformateurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FORMATEURS.
           SELECT FIC-SESSIONS
              ASSIGN TO "./files/stagsessions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SESSIONS.
           SELECT FIC-AFFECTATIONS
              ASSIGN TO "./files/stagaffect.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AFFECT.
           SELECT FIC-DEMANDES
              ASSIGN TO "./files/stagaffdem.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEMANDES.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-FORMATEURS RECORDING MODE IS F.
       01  FS-ENR-FORMATEUR.
           05 FS-FOR-ID      PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-FOR-NOM     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-FOR-STATUT  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-FOR-TAUX    PIC 9(3)V99.
           05 FS-FOR-QUALIF OCCURS 5 TIMES.
               10 FILLER PIC X(1).
               10 FS-FOR-COURS PIC X(20).

       FD FIC-SESSIONS RECORDING MODE IS F.
       01  FS-ENR-SESSION.
           05 FS-SES-ID       PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-SES-LIBELLE  PIC X(20).
           05 FILLER PIC X(1).
           05 FS-SES-DEBUT    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SES-FIN      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SES-SALLE    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-SES-CAPACITE PIC 9(3).

       FD FIC-AFFECTATIONS RECORDING MODE IS F.
       01  FS-ENR-AFFECT.
           05 FS-AFF-SESSION   PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-AFF-FORMATEUR PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-AFF-DATE      PIC 9(8).

       FD FIC-DEMANDES RECORDING MODE IS F.
       01  FS-ENR-DEMANDE.
           05 FS-DEM-SESSION   PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-DEM-FORMATEUR PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'STAGAFFE'.
       01  WS-STATUS-FORMATEURS PIC XX.
       01  WS-STATUS-SESSIONS   PIC XX.
       01  WS-STATUS-AFFECT     PIC XX.
       01  WS-STATUS-DEMANDES   PIC XX.

       01  WS-DATE-REF   PIC X(8).
       01  WS-DATE-REF-N REDEFINES WS-DATE-REF PIC 9(8).

       01  WS-FORMATEURS.
           05 WS-NB-FORMATEURS PIC 99 VALUE 0.
           05 WS-FOR OCCURS 50 TIMES.
               10 WS-FOR-ID     PIC 9(4).
               10 WS-FOR-NOM    PIC X(20).
               10 WS-FOR-COURS  PIC X(20) OCCURS 5 TIMES.
       01  WS-IND-FOR        PIC 99.
       01  WS-IND-FOR-TROUVE PIC 99.
       01  WS-IND-QUAL       PIC 9.
       01  WS-QUALIFIE       PIC X.
       01  WS-DEMANDE-VALIDE PIC X.

      * SESSIONS DU CATALOGUE, AVEC LEURS SEMAINES DE DEBUT ET
      * DE FIN (RANG DE LA SEMAINE DEPUIS LE LUNDI DU JOUR
      * JULIEN 1) ET LE FORMATEUR DEJA AFFECTE (0 = AUCUN).
       01  WS-SESSIONS.
           05 WS-NB-SESSIONS PIC 9(3) VALUE 0.
           05 WS-SES OCCURS 50 TIMES.
               10 WS-SES-ID        PIC 9(4).
               10 WS-SES-LIBELLE   PIC X(20).
               10 WS-SES-DEBUT     PIC 9(8).
               10 WS-SES-FIN       PIC 9(8).
               10 WS-SES-SEM-DEB   PIC 9(7).
               10 WS-SES-SEM-FIN   PIC 9(7).
               10 WS-SES-FORMATEUR PIC 9(4).
       01  WS-IND-SES        PIC 9(3).
       01  WS-IND-SES-TROUVE PIC 9(3).
       01  WS-IND-SES-CONFLIT PIC 9(3).

       01  WS-JULIEN         PIC 9(7).
       01  WS-SEMAINE-CONFLIT PIC 9(7).
       01  WS-DATE-LUNDI     PIC 9(8).
       01  WS-MOTIF          PIC X(60).

       01  WS-COMPTEURS.
           05 WS-NB-AFF-EXISTANTES PIC 9(3) VALUE 0.
           05 WS-NB-DEMANDES       PIC 9(3) VALUE 0.
           05 WS-NB-ACCEPTEES      PIC 9(3) VALUE 0.
           05 WS-NB-REFUSEES       PIC 9(3) VALUE 0.
           05 WS-NB-SANS-FORMATEUR PIC 9(3) VALUE 0.

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
       0000-STAGAFFE-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1000-CHARGER-FORMATEURS-DEB
              THRU 1000-CHARGER-FORMATEURS-FIN.
           PERFORM 1100-CHARGER-SESSIONS-DEB
              THRU 1100-CHARGER-SESSIONS-FIN.
           PERFORM 1200-CHARGER-AFFECTATIONS-DEB
              THRU 1200-CHARGER-AFFECTATIONS-FIN.
           PERFORM 2000-TRAITER-DEMANDES-DEB
              THRU 2000-TRAITER-DEMANDES-FIN.
           PERFORM 3000-SESSIONS-SANS-FORM-DEB
              THRU 3000-SESSIONS-SANS-FORM-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-STAGAFFE-FIN.
           EXIT.

       1000-CHARGER-FORMATEURS-DEB.
           OPEN INPUT FIC-FORMATEURS.
           IF WS-STATUS-FORMATEURS NOT = '00'
              DISPLAY 'FICHIER MAITRE DES FORMATEURS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-FORMATEUR-DEB
              THRU 1010-CHARGER-FORMATEUR-FIN
              UNTIL WS-STATUS-FORMATEURS NOT = '00'.
           CLOSE FIC-FORMATEURS.
           DISPLAY WS-NB-FORMATEURS ' FORMATEUR(S) AU FICHIER'.
       1000-CHARGER-FORMATEURS-FIN.
           EXIT.

       1010-CHARGER-FORMATEUR-DEB.
           READ FIC-FORMATEURS
              AT END
                 MOVE '10' TO WS-STATUS-FORMATEURS
           END-READ.
           IF WS-STATUS-FORMATEURS = '00'
              IF WS-NB-FORMATEURS < 50
                 ADD 1 TO WS-NB-FORMATEURS
                 MOVE FS-FOR-ID  TO WS-FOR-ID(WS-NB-FORMATEURS)
                 MOVE FS-FOR-NOM TO WS-FOR-NOM(WS-NB-FORMATEURS)
                 PERFORM 1020-COPIER-QUALIF-DEB
                    THRU 1020-COPIER-QUALIF-FIN
                    VARYING WS-IND-QUAL FROM 1 BY 1
                    UNTIL WS-IND-QUAL > 5
              ELSE
                 DISPLAY 'TABLE DES FORMATEURS PLEINE (50), '
                         'FORMATEUR IGNORE : ' FS-FOR-ID
              END-IF
           END-IF.
       1010-CHARGER-FORMATEUR-FIN.
           EXIT.

       1020-COPIER-QUALIF-DEB.
           MOVE FS-FOR-COURS(WS-IND-QUAL)
             TO WS-FOR-COURS(WS-NB-FORMATEURS, WS-IND-QUAL).
       1020-COPIER-QUALIF-FIN.
           EXIT.

      * LE RANG DE SEMAINE S'OBTIENT COMME DANS STAGSESS : LE
      * JOUR JULIEN 1 ETANT UN LUNDI, (JULIEN - 1) / 7.
       1100-CHARGER-SESSIONS-DEB.
           OPEN INPUT FIC-SESSIONS.
           IF WS-STATUS-SESSIONS NOT = '00'
              DISPLAY 'CATALOGUE DES SESSIONS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1110-CHARGER-SESSION-DEB
              THRU 1110-CHARGER-SESSION-FIN
              UNTIL WS-STATUS-SESSIONS NOT = '00'.
           CLOSE FIC-SESSIONS.
           DISPLAY WS-NB-SESSIONS ' SESSION(S) AU CATALOGUE'.
       1100-CHARGER-SESSIONS-FIN.
           EXIT.

       1110-CHARGER-SESSION-DEB.
           READ FIC-SESSIONS
              AT END
                 MOVE '10' TO WS-STATUS-SESSIONS
           END-READ.
           IF WS-STATUS-SESSIONS = '00'
              IF WS-NB-SESSIONS < 50
                 ADD 1 TO WS-NB-SESSIONS
                 MOVE FS-SES-ID      TO WS-SES-ID(WS-NB-SESSIONS)
                 MOVE FS-SES-LIBELLE
                   TO WS-SES-LIBELLE(WS-NB-SESSIONS)
                 MOVE FS-SES-DEBUT   TO WS-SES-DEBUT(WS-NB-SESSIONS)
                 MOVE FS-SES-FIN     TO WS-SES-FIN(WS-NB-SESSIONS)
                 MOVE 0 TO WS-SES-FORMATEUR(WS-NB-SESSIONS)
                 COMPUTE WS-JULIEN =
                         FUNCTION INTEGER-OF-DATE(FS-SES-DEBUT)
                 COMPUTE WS-SES-SEM-DEB(WS-NB-SESSIONS) =
                         (WS-JULIEN - 1) / 7
                 COMPUTE WS-JULIEN =
                         FUNCTION INTEGER-OF-DATE(FS-SES-FIN)
                 COMPUTE WS-SES-SEM-FIN(WS-NB-SESSIONS) =
                         (WS-JULIEN - 1) / 7
              ELSE
                 DISPLAY 'CATALOGUE PLEIN (50), SESSION IGNOREE : '
                         FS-SES-ID
              END-IF
           END-IF.
       1110-CHARGER-SESSION-FIN.
           EXIT.

       1200-CHARGER-AFFECTATIONS-DEB.
           OPEN INPUT FIC-AFFECTATIONS.
           IF WS-STATUS-AFFECT = '00'
              PERFORM 1210-CHARGER-AFFECTATION-DEB
                 THRU 1210-CHARGER-AFFECTATION-FIN
                 UNTIL WS-STATUS-AFFECT NOT = '00'
              CLOSE FIC-AFFECTATIONS
           END-IF.
           DISPLAY WS-NB-AFF-EXISTANTES ' AFFECTATION(S) EXISTANTE(S)'.
       1200-CHARGER-AFFECTATIONS-FIN.
           EXIT.

       1210-CHARGER-AFFECTATION-DEB.
           READ FIC-AFFECTATIONS
              AT END
                 MOVE '10' TO WS-STATUS-AFFECT
           END-READ.
           IF WS-STATUS-AFFECT = '00'
              MOVE 0 TO WS-IND-SES-TROUVE
              PERFORM 2110-CHERCHER-SESSION-DEB
                 THRU 2110-CHERCHER-SESSION-FIN
                 VARYING WS-IND-SES FROM 1 BY 1
                 UNTIL WS-IND-SES > WS-NB-SESSIONS
                 OR WS-IND-SES-TROUVE > 0
              IF WS-IND-SES-TROUVE > 0
                 ADD 1 TO WS-NB-AFF-EXISTANTES
                 MOVE FS-AFF-FORMATEUR
                   TO WS-SES-FORMATEUR(WS-IND-SES-TROUVE)
              END-IF
           END-IF.
       1210-CHARGER-AFFECTATION-FIN.
           EXIT.

       2000-TRAITER-DEMANDES-DEB.
           OPEN INPUT FIC-DEMANDES.
           IF WS-STATUS-DEMANDES NOT = '00'
              DISPLAY 'AUCUNE DEMANDE D''AFFECTATION'
           ELSE
              OPEN EXTEND FIC-AFFECTATIONS
              IF WS-STATUS-AFFECT = '35'
                 OPEN OUTPUT FIC-AFFECTATIONS
              END-IF
              DISPLAY '---------------------------------------------'
              DISPLAY 'DEMANDES D''AFFECTATION :'
              PERFORM 2010-DEMANDE-DEB
                 THRU 2010-DEMANDE-FIN
                 UNTIL WS-STATUS-DEMANDES NOT = '00'
              CLOSE FIC-DEMANDES
              CLOSE FIC-AFFECTATIONS
           END-IF.
       2000-TRAITER-DEMANDES-FIN.
           EXIT.

       2010-DEMANDE-DEB.
           READ FIC-DEMANDES
              AT END
                 MOVE '10' TO WS-STATUS-DEMANDES
           END-READ.
           IF WS-STATUS-DEMANDES = '00'
              ADD 1 TO WS-NB-DEMANDES
              MOVE SPACES TO WS-MOTIF
              PERFORM 2100-CONTROLER-DEMANDE-DEB
                 THRU 2100-CONTROLER-DEMANDE-FIN
              IF WS-MOTIF NOT = SPACES
                 ADD 1 TO WS-NB-REFUSEES
                 DISPLAY 'REFUS SESSION ' FS-DEM-SESSION
                         ' FORMATEUR ' FS-DEM-FORMATEUR ' : ' WS-MOTIF
              ELSE
                 ADD 1 TO WS-NB-ACCEPTEES
                 MOVE FS-DEM-FORMATEUR
                   TO WS-SES-FORMATEUR(WS-IND-SES-TROUVE)
                 MOVE SPACES           TO FS-ENR-AFFECT
                 MOVE FS-DEM-SESSION   TO FS-AFF-SESSION
                 MOVE FS-DEM-FORMATEUR TO FS-AFF-FORMATEUR
                 MOVE WS-DATE-REF-N    TO FS-AFF-DATE
                 WRITE FS-ENR-AFFECT
                 DISPLAY 'SESSION ' FS-DEM-SESSION ' '
                         WS-SES-LIBELLE(WS-IND-SES-TROUVE)
                         ' AFFECTEE A ' FS-DEM-FORMATEUR ' '
                         WS-FOR-NOM(WS-IND-FOR-TROUVE)
              END-IF
           END-IF.
       2010-DEMANDE-FIN.
           EXIT.

      * LES CONTROLES S'ARRETENT AU PREMIER MOTIF DE REFUS.
       2100-CONTROLER-DEMANDE-DEB.
           MOVE 'O' TO WS-DEMANDE-VALIDE.
           MOVE FS-DEM-SESSION TO FS-AFF-SESSION.
           MOVE 0 TO WS-IND-SES-TROUVE.
           PERFORM 2110-CHERCHER-SESSION-DEB
              THRU 2110-CHERCHER-SESSION-FIN
              VARYING WS-IND-SES FROM 1 BY 1
              UNTIL WS-IND-SES > WS-NB-SESSIONS
              OR WS-IND-SES-TROUVE > 0.
           IF WS-IND-SES-TROUVE = 0
              MOVE 'SESSION INCONNUE AU CATALOGUE' TO WS-MOTIF
              MOVE 'N' TO WS-DEMANDE-VALIDE
           END-IF.
           IF WS-DEMANDE-VALIDE = 'O'
              MOVE 0 TO WS-IND-FOR-TROUVE
              PERFORM 2120-CHERCHER-FORMATEUR-DEB
                 THRU 2120-CHERCHER-FORMATEUR-FIN
                 VARYING WS-IND-FOR FROM 1 BY 1
                 UNTIL WS-IND-FOR > WS-NB-FORMATEURS
                 OR WS-IND-FOR-TROUVE > 0
              IF WS-IND-FOR-TROUVE = 0
                 MOVE 'FORMATEUR INCONNU' TO WS-MOTIF
                 MOVE 'N' TO WS-DEMANDE-VALIDE
              END-IF
           END-IF.
           IF WS-DEMANDE-VALIDE = 'O'
              IF WS-SES-FORMATEUR(WS-IND-SES-TROUVE) NOT = 0
                 STRING 'SESSION DEJA AFFECTEE AU FORMATEUR '
                        DELIMITED BY SIZE
                        WS-SES-FORMATEUR(WS-IND-SES-TROUVE)
                        DELIMITED BY SIZE
                   INTO WS-MOTIF
                 MOVE 'N' TO WS-DEMANDE-VALIDE
              END-IF
           END-IF.
           IF WS-DEMANDE-VALIDE = 'O'
              MOVE 'N' TO WS-QUALIFIE
              PERFORM 2130-CONTROLER-QUALIF-DEB
                 THRU 2130-CONTROLER-QUALIF-FIN
                 VARYING WS-IND-QUAL FROM 1 BY 1
                 UNTIL WS-IND-QUAL > 5
                 OR WS-QUALIFIE = 'O'
              IF WS-QUALIFIE = 'N'
                 STRING 'NON QUALIFIE POUR LE COURS ' DELIMITED BY SIZE
                        WS-SES-LIBELLE(WS-IND-SES-TROUVE)
                        DELIMITED BY SIZE
                   INTO WS-MOTIF
                 MOVE 'N' TO WS-DEMANDE-VALIDE
              END-IF
           END-IF.
           IF WS-DEMANDE-VALIDE = 'O'
              MOVE 0 TO WS-IND-SES-CONFLIT
              PERFORM 2140-CONTROLER-SEMAINE-DEB
                 THRU 2140-CONTROLER-SEMAINE-FIN
                 VARYING WS-IND-SES FROM 1 BY 1
                 UNTIL WS-IND-SES > WS-NB-SESSIONS
                 OR WS-IND-SES-CONFLIT > 0
              IF WS-IND-SES-CONFLIT > 0
                 COMPUTE WS-DATE-LUNDI = FUNCTION DATE-OF-INTEGER
                         (WS-SEMAINE-CONFLIT * 7 + 1)
                 STRING 'DEJA RETENU SEMAINE DU ' DELIMITED BY SIZE
                        WS-DATE-LUNDI DELIMITED BY SIZE
                        ' (SESSION ' DELIMITED BY SIZE
                        WS-SES-ID(WS-IND-SES-CONFLIT) DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                   INTO WS-MOTIF
              END-IF
           END-IF.
       2100-CONTROLER-DEMANDE-FIN.
           EXIT.

       2110-CHERCHER-SESSION-DEB.
           IF WS-SES-ID(WS-IND-SES) = FS-AFF-SESSION
              MOVE WS-IND-SES TO WS-IND-SES-TROUVE
           END-IF.
       2110-CHERCHER-SESSION-FIN.
           EXIT.

       2120-CHERCHER-FORMATEUR-DEB.
           IF WS-FOR-ID(WS-IND-FOR) = FS-DEM-FORMATEUR
              MOVE WS-IND-FOR TO WS-IND-FOR-TROUVE
           END-IF.
       2120-CHERCHER-FORMATEUR-FIN.
           EXIT.

       2130-CONTROLER-QUALIF-DEB.
           IF WS-FOR-COURS(WS-IND-FOR-TROUVE, WS-IND-QUAL)
              = WS-SES-LIBELLE(WS-IND-SES-TROUVE)
              AND WS-FOR-COURS(WS-IND-FOR-TROUVE, WS-IND-QUAL)
                  NOT = SPACES
              MOVE 'O' TO WS-QUALIFIE
           END-IF.
       2130-CONTROLER-QUALIF-FIN.
           EXIT.

      * UNE AUTRE SESSION DU MEME FORMATEUR DONT LES SEMAINES
      * RECOUVRENT CELLES DE LA SESSION DEMANDEE ; LA PREMIERE
      * SEMAINE COMMUNE EST CITEE DANS LE MOTIF.
       2140-CONTROLER-SEMAINE-DEB.
           IF WS-IND-SES NOT = WS-IND-SES-TROUVE
              AND WS-SES-FORMATEUR(WS-IND-SES) = FS-DEM-FORMATEUR
              IF WS-SES-SEM-DEB(WS-IND-SES)
                 <= WS-SES-SEM-FIN(WS-IND-SES-TROUVE)
                 AND WS-SES-SEM-FIN(WS-IND-SES)
                     >= WS-SES-SEM-DEB(WS-IND-SES-TROUVE)
                 MOVE WS-IND-SES TO WS-IND-SES-CONFLIT
                 IF WS-SES-SEM-DEB(WS-IND-SES)
                    > WS-SES-SEM-DEB(WS-IND-SES-TROUVE)
                    MOVE WS-SES-SEM-DEB(WS-IND-SES)
                      TO WS-SEMAINE-CONFLIT
                 ELSE
                    MOVE WS-SES-SEM-DEB(WS-IND-SES-TROUVE)
                      TO WS-SEMAINE-CONFLIT
                 END-IF
              END-IF
           END-IF.
       2140-CONTROLER-SEMAINE-FIN.
           EXIT.

       3000-SESSIONS-SANS-FORM-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SESSIONS SANS FORMATEUR :'.
           PERFORM 3010-SESSION-SANS-FORM-DEB
              THRU 3010-SESSION-SANS-FORM-FIN
              VARYING WS-IND-SES FROM 1 BY 1
              UNTIL WS-IND-SES > WS-NB-SESSIONS.
           IF WS-NB-SANS-FORMATEUR = 0
              DISPLAY '(AUCUNE)'
           END-IF.
       3000-SESSIONS-SANS-FORM-FIN.
           EXIT.

       3010-SESSION-SANS-FORM-DEB.
           IF WS-SES-FORMATEUR(WS-IND-SES) = 0
              ADD 1 TO WS-NB-SANS-FORMATEUR
              DISPLAY '   SESSION ' WS-SES-ID(WS-IND-SES) ' '
                      WS-SES-LIBELLE(WS-IND-SES) ' DU '
                      WS-SES-DEBUT(WS-IND-SES) ' AU '
                      WS-SES-FIN(WS-IND-SES)
           END-IF.
       3010-SESSION-SANS-FORM-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY '********************************************'.
           DISPLAY '*  AFFECTATION DES FORMATEURS              *'.
           DISPLAY '********************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'DEMANDES LUES         : ' WS-NB-DEMANDES.
           DISPLAY 'AFFECTATIONS ACCEPTEES: ' WS-NB-ACCEPTEES.
           DISPLAY 'DEMANDES REFUSEES     : ' WS-NB-REFUSEES.
           DISPLAY 'SESSIONS SANS FORMATEUR: ' WS-NB-SANS-FORMATEUR.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'AFFECT. REFUSEES'   TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-REFUSEES       TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM STAGAFFE.
