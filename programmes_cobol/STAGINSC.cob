       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAGINSC.

      *********************************************************
      *     DEMANDES D'INSCRIPTION AUX SESSIONS, LISTE D'ATTENTE
      *     ET ADMISSION AUTOMATIQUE.
      *
      *     LES SOCIETES ENVOIENT LEURS DEMANDES D'INSCRIPTION
      *     (STAGDEMANDES.TXT : SOCIETE, NOM DU CANDIDAT, SESSION
      *     DEMANDEE, DATE DE LA DEMANDE). CE PROGRAMME, LANCE
      *     AVANT STAGREG, REPARTIT LES PLACES :
      *       - L'OCCUPATION DE CHAQUE SESSION EST CELLE DU
      *         REGISTRE (STAGMAITRE.TXT) CORRIGEE DES MOUVEMENTS
      *         EN INSTANCE DE STAGMVT.TXT (ADMISSIONS A VENIR,
      *         FINS DE STAGE) ; UN STAGIAIRE DONT LA FIN EST
      *         ANTERIEURE A LA FIN DE SA SESSION (FIN ANTICIPEE
      *         PAR UN MOUVEMENT 'F') LIBERE SA PLACE,
      *       - LES CANDIDATS DE LA LISTE D'ATTENTE
      *         (STAGATTENTE.TXT) PUIS LES NOUVELLES DEMANDES SONT
      *         SERVIS DANS L'ORDRE DES DATES DE DEMANDE : TANT
      *         QU'IL RESTE UNE PLACE, LE CANDIDAT EST ADMIS ET
      *         UN MOUVEMENT D'ADMISSION 'A' (NOUVEL IDENTIFIANT,
      *         DATES DE LA SESSION, SESSION) EST AJOUTE A
      *         STAGMVT.TXT POUR STAGREG ; SINON IL PREND RANG
      *         SUR LA LISTE D'ATTENTE DE LA SESSION. UNE PLACE
      *         LIBEREE VA DONC AU PREMIER CANDIDAT EN ATTENTE,
      *       - UNE DEMANDE POUR UNE SESSION INCONNUE OU DEJA
      *         TERMINEE EST REFUSEE ; UN CANDIDAT EN ATTENTE SUR
      *         UNE SESSION TERMINEE EST RETIRE DE LA LISTE.
      *     LA LISTE D'ATTENTE EST REECRITE A CHAQUE PASSAGE. UN
      *     AVIS PAR CANDIDAT EST AJOUTE A STAGAVIS.TXT ET LES
      *     AVIS SONT EDITES PAR SOCIETE : 'C' CONFIRMATION,
      *     'O' OFFRE DE LA PLACE LIBEREE A UN CANDIDAT EN
      *     ATTENTE, 'L' MISE EN LISTE D'ATTENTE (AVEC LE RANG),
      *     'R' REFUS.
      *
      *     LA DATE DU TRAITEMENT EST FOURNIE PAR LA VARIABLE
      *     D'ENVIRONNEMENT RUNDATE (AAAAMMJJ) ; A DEFAUT, LA DATE
      *     DU JOUR.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SESSIONS
              ASSIGN TO "./files/stagsessions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SESSIONS.
           SELECT FIC-MAITRE
              ASSIGN TO "./files/stagmaitre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MAITRE.
           SELECT FIC-MVT-STAG
              ASSIGN TO "./files/stagmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.
           SELECT FIC-DEMANDES
              ASSIGN TO "./files/stagdemandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEMANDES.
           SELECT FIC-ATTENTE
              ASSIGN TO "./files/stagattente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ATTENTE.
           SELECT FIC-AVIS
              ASSIGN TO "./files/stagavis.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AVIS.

       DATA DIVISION.
       FILE SECTION.
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

       FD FIC-MAITRE RECORDING MODE IS F.
       01  FS-ENR-MAITRE.
           05 FS-STG-ID      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-STG-NOM     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-STG-SOCIETE PIC X(15).
           05 FILLER PIC X(1).
           05 FS-STG-DEBUT   PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-STG-FIN     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-STG-SESSION PIC 9(4).

      *    MEME DECOUPAGE QUE LE FICHIER DE MOUVEMENTS DE STAGREG.
       FD FIC-MVT-STAG RECORDING MODE IS F.
       01  FS-ENR-MVT-STAG.
           05 FS-MVS-CODE    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVS-ID      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-MVS-NOM     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-MVS-SOCIETE PIC X(15).
           05 FILLER PIC X(1).
           05 FS-MVS-DEBUT   PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-MVS-FIN     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-MVS-SESSION PIC 9(4).

       FD FIC-DEMANDES RECORDING MODE IS F.
       01  FS-ENR-DEMANDE.
           05 FS-DEM-SOCIETE PIC X(15).
           05 FILLER PIC X(1).
           05 FS-DEM-NOM     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-DEM-SESSION PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-DEM-DATE    PIC 9(8).

       FD FIC-ATTENTE RECORDING MODE IS F.
       01  FS-ENR-ATTENTE.
           05 FS-ATT-SESSION PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-ATT-RANG    PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-ATT-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ATT-SOCIETE PIC X(15).
           05 FILLER PIC X(1).
           05 FS-ATT-NOM     PIC X(20).

       FD FIC-AVIS RECORDING MODE IS F.
       01  FS-ENR-AVIS.
           05 FS-AVI-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-AVI-SOCIETE PIC X(15).
           05 FILLER PIC X(1).
           05 FS-AVI-TYPE    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-AVI-NOM     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-AVI-SESSION PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-AVI-ID      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-AVI-RANG    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'STAGINSC'.
       01  WS-STATUS-SESSIONS PIC XX.
       01  WS-STATUS-MAITRE   PIC XX.
       01  WS-STATUS-MVT      PIC XX.
       01  WS-STATUS-DEMANDES PIC XX.
       01  WS-STATUS-ATTENTE  PIC XX.
       01  WS-STATUS-AVIS     PIC XX.

       01  WS-DATE-REF   PIC X(8).
       01  WS-DATE-REF-N REDEFINES WS-DATE-REF PIC 9(8).

      * SESSIONS DU CATALOGUE AVEC LEUR OCCUPATION ET LE DERNIER
      * RANG ATTRIBUE SUR LEUR LISTE D'ATTENTE.
       01  WS-SESSIONS.
           05 WS-NB-SESSIONS PIC 9(3) VALUE 0.
           05 WS-SES OCCURS 50 TIMES.
               10 WS-SES-ID        PIC 9(4).
               10 WS-SES-LIBELLE   PIC X(20).
               10 WS-SES-DEBUT     PIC 9(8).
               10 WS-SES-FIN       PIC 9(8).
               10 WS-SES-CAPACITE  PIC 9(3).
               10 WS-SES-OCCUPEES  PIC 9(3).
               10 WS-SES-RANG      PIC 9(3).
       01  WS-IND-SES        PIC 9(3).
       01  WS-IND-SES-TROUVE PIC 9(3).
       01  WS-SESSION-CHERCHEE PIC 9(4).

      * STAGIAIRES DU REGISTRE : RANG DE LEUR SESSION ET TEMOIN
      * D'OCCUPATION D'UNE PLACE ('O') POUR APPLIQUER LES FINS
      * ANTICIPEES EN INSTANCE.
       01  WS-REGISTRE.
           05 WS-NB-STAG PIC 9(3) VALUE 0.
           05 WS-STG OCCURS 200 TIMES.
               10 WS-STG-ID      PIC 9(5).
               10 WS-STG-IND-SES PIC 9(3).
               10 WS-STG-OCCUPE  PIC X.
       01  WS-IND-STG    PIC 9(3).
       01  WS-IND-TROUVE PIC 9(3).
       01  WS-DERNIER-ID PIC 9(5) VALUE 0.

      * CANDIDATS A SERVIR, TENUS DANS L'ORDRE DES DATES DE
      * DEMANDE (A DATE EGALE, DANS L'ORDRE D'ARRIVEE : LA LISTE
      * D'ATTENTE AVANT LES NOUVELLES DEMANDES). ORIGINE 'L' =
      * LISTE D'ATTENTE, 'N' = NOUVELLE DEMANDE.
       01  WS-CANDIDATS.
           05 WS-NB-CAND PIC 9(3) VALUE 0.
           05 WS-CAND OCCURS 300 TIMES.
               10 WS-CAND-SESSION PIC 9(4).
               10 WS-CAND-DATE    PIC 9(8).
               10 WS-CAND-SOCIETE PIC X(15).
               10 WS-CAND-NOM     PIC X(20).
               10 WS-CAND-ORIGINE PIC X.
       01  WS-IND-CAND      PIC 9(3).
       01  WS-POS-CAND      PIC 9(3).
       01  WS-PLACE-TROUVEE PIC X.
       01  WS-NOUV-CAND.
           05 WS-NOUV-SESSION PIC 9(4).
           05 WS-NOUV-DATE    PIC 9(8).
           05 WS-NOUV-SOCIETE PIC X(15).
           05 WS-NOUV-NOM     PIC X(20).
           05 WS-NOUV-ORIGINE PIC X.

      * AVIS DU PASSAGE, GARDES EN MEMOIRE POUR L'EDITION PAR
      * SOCIETE.
       01  WS-AVIS.
           05 WS-NB-AVIS PIC 9(3) VALUE 0.
           05 WS-AVI OCCURS 300 TIMES.
               10 WS-AVI-SOCIETE PIC X(15).
               10 WS-AVI-TYPE    PIC X.
               10 WS-AVI-NOM     PIC X(20).
               10 WS-AVI-SESSION PIC 9(4).
               10 WS-AVI-ID      PIC 9(5).
               10 WS-AVI-RANG    PIC 9(3).
               10 WS-AVI-EDITE   PIC X.
       01  WS-IND-AVIS       PIC 9(3).
       01  WS-IND-AVIS-2     PIC 9(3).
       01  WS-SOCIETE-EDITEE PIC X(15).
       01  WS-TYPE-AVIS      PIC X.
       01  WS-ID-AVIS        PIC 9(5).
       01  WS-RANG-AVIS      PIC 9(3).

       01  WS-COMPTEURS.
           05 WS-NB-DEMANDES      PIC 9(3) VALUE 0.
           05 WS-NB-EN-ATTENTE    PIC 9(3) VALUE 0.
           05 WS-NB-ADMIS         PIC 9(3) VALUE 0.
           05 WS-NB-OFFRES        PIC 9(3) VALUE 0.
           05 WS-NB-LISTE         PIC 9(3) VALUE 0.
           05 WS-NB-REFUS         PIC 9(3) VALUE 0.
           05 WS-NB-FINS-ANTICIP  PIC 9(3) VALUE 0.

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
       0000-STAGINSC-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DATE DU TRAITEMENT : ' WS-DATE-REF.
           PERFORM 1000-CHARGER-SESSIONS-DEB
              THRU 1000-CHARGER-SESSIONS-FIN.
           PERFORM 1100-CHARGER-MAITRE-DEB
              THRU 1100-CHARGER-MAITRE-FIN.
           PERFORM 1200-MVTS-EN-INSTANCE-DEB
              THRU 1200-MVTS-EN-INSTANCE-FIN.
           PERFORM 1300-CHARGER-ATTENTE-DEB
              THRU 1300-CHARGER-ATTENTE-FIN.
           PERFORM 1400-CHARGER-DEMANDES-DEB
              THRU 1400-CHARGER-DEMANDES-FIN.
           PERFORM 2000-REPARTIR-PLACES-DEB
              THRU 2000-REPARTIR-PLACES-FIN.
           PERFORM 3000-EDITER-AVIS-DEB
              THRU 3000-EDITER-AVIS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-STAGINSC-FIN.
           EXIT.

       1000-CHARGER-SESSIONS-DEB.
           OPEN INPUT FIC-SESSIONS.
           IF WS-STATUS-SESSIONS NOT = '00'
              DISPLAY 'CATALOGUE DES SESSIONS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-SESSION-DEB
              THRU 1010-CHARGER-SESSION-FIN
              UNTIL WS-STATUS-SESSIONS NOT = '00'.
           CLOSE FIC-SESSIONS.
           DISPLAY WS-NB-SESSIONS ' SESSION(S) AU CATALOGUE'.
       1000-CHARGER-SESSIONS-FIN.
           EXIT.

       1010-CHARGER-SESSION-DEB.
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
                 MOVE FS-SES-CAPACITE
                   TO WS-SES-CAPACITE(WS-NB-SESSIONS)
                 MOVE 0 TO WS-SES-OCCUPEES(WS-NB-SESSIONS)
                 MOVE 0 TO WS-SES-RANG(WS-NB-SESSIONS)
              ELSE
                 DISPLAY 'CATALOGUE PLEIN (50), SESSION IGNOREE : '
                         FS-SES-ID
              END-IF
           END-IF.
       1010-CHARGER-SESSION-FIN.
           EXIT.

       1020-CHERCHER-SESSION-DEB.
           IF WS-SES-ID(WS-IND-SES) = WS-SESSION-CHERCHEE
              MOVE WS-IND-SES TO WS-IND-SES-TROUVE
           END-IF.
       1020-CHERCHER-SESSION-FIN.
           EXIT.

      * UN STAGIAIRE OCCUPE UNE PLACE DE SA SESSION SAUF S'IL A
      * TERMINE AVANT LA FIN DE CELLE-CI (MEME REGLE QUE LE
      * CONTROLE DE CAPACITE DE STAGREG).
       1100-CHARGER-MAITRE-DEB.
           OPEN INPUT FIC-MAITRE.
           IF WS-STATUS-MAITRE NOT = '00'
              DISPLAY 'FICHIER MAITRE ABSENT, AUCUNE PLACE OCCUPEE'
           ELSE
              PERFORM 1110-CHARGER-STAGIAIRE-DEB
                 THRU 1110-CHARGER-STAGIAIRE-FIN
                 UNTIL WS-STATUS-MAITRE NOT = '00'
              CLOSE FIC-MAITRE
           END-IF.
       1100-CHARGER-MAITRE-FIN.
           EXIT.

       1110-CHARGER-STAGIAIRE-DEB.
           READ FIC-MAITRE
              AT END
                 MOVE '10' TO WS-STATUS-MAITRE
           END-READ.
           IF WS-STATUS-MAITRE = '00'
              IF FS-STG-ID > WS-DERNIER-ID
                 MOVE FS-STG-ID TO WS-DERNIER-ID
              END-IF
              IF WS-NB-STAG NOT < 200
                 DISPLAY 'REGISTRE PLEIN (200), STAGIAIRE IGNORE : '
                         FS-STG-ID
              ELSE
                 ADD 1 TO WS-NB-STAG
                 MOVE FS-STG-ID TO WS-STG-ID(WS-NB-STAG)
                 MOVE 'N'       TO WS-STG-OCCUPE(WS-NB-STAG)
                 MOVE 0 TO WS-IND-SES-TROUVE
                 IF FS-STG-SESSION IS NUMERIC
                    MOVE FS-STG-SESSION TO WS-SESSION-CHERCHEE
                    PERFORM 1020-CHERCHER-SESSION-DEB
                       THRU 1020-CHERCHER-SESSION-FIN
                       VARYING WS-IND-SES FROM 1 BY 1
                       UNTIL WS-IND-SES > WS-NB-SESSIONS
                       OR WS-IND-SES-TROUVE > 0
                 END-IF
                 MOVE WS-IND-SES-TROUVE TO WS-STG-IND-SES(WS-NB-STAG)
                 IF WS-IND-SES-TROUVE > 0
                    IF FS-STG-FIN = 0
                       OR FS-STG-FIN NOT < WS-SES-FIN(WS-IND-SES-TROUVE)
                       MOVE 'O' TO WS-STG-OCCUPE(WS-NB-STAG)
                       ADD 1 TO WS-SES-OCCUPEES(WS-IND-SES-TROUVE)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1110-CHARGER-STAGIAIRE-FIN.
           EXIT.

      * MOUVEMENTS DEJA SAISIS MAIS PAS ENCORE PASSES PAR
      * STAGREG : UNE ADMISSION AVEC SESSION PREND UNE PLACE,
      * UNE FIN ANTICIPEE EN LIBERE UNE. UN MOUVEMENT DEJA
      * REPORTE AU REGISTRE N'EST PAS COMPTE DEUX FOIS.
       1200-MVTS-EN-INSTANCE-DEB.
           OPEN INPUT FIC-MVT-STAG.
           IF WS-STATUS-MVT = '00'
              PERFORM 1210-MVT-EN-INSTANCE-DEB
                 THRU 1210-MVT-EN-INSTANCE-FIN
                 UNTIL WS-STATUS-MVT NOT = '00'
              CLOSE FIC-MVT-STAG
           END-IF.
       1200-MVTS-EN-INSTANCE-FIN.
           EXIT.

       1210-MVT-EN-INSTANCE-DEB.
           READ FIC-MVT-STAG
              AT END
                 MOVE '10' TO WS-STATUS-MVT
           END-READ.
           IF WS-STATUS-MVT = '00'
              IF FS-MVS-ID IS NUMERIC
                 IF FS-MVS-ID > WS-DERNIER-ID
                    MOVE FS-MVS-ID TO WS-DERNIER-ID
                 END-IF
                 MOVE 0 TO WS-IND-TROUVE
                 PERFORM 1220-CHERCHER-ID-DEB
                    THRU 1220-CHERCHER-ID-FIN
                    VARYING WS-IND-STG FROM 1 BY 1
                    UNTIL WS-IND-STG > WS-NB-STAG
                    OR WS-IND-TROUVE > 0
                 EVALUATE TRUE
                    WHEN FS-MVS-CODE = 'A' AND WS-IND-TROUVE = 0
                       AND FS-MVS-SESSION IS NUMERIC
                       MOVE FS-MVS-SESSION TO WS-SESSION-CHERCHEE
                       MOVE 0 TO WS-IND-SES-TROUVE
                       PERFORM 1020-CHERCHER-SESSION-DEB
                          THRU 1020-CHERCHER-SESSION-FIN
                          VARYING WS-IND-SES FROM 1 BY 1
                          UNTIL WS-IND-SES > WS-NB-SESSIONS
                          OR WS-IND-SES-TROUVE > 0
                       IF WS-IND-SES-TROUVE > 0
                          ADD 1 TO WS-SES-OCCUPEES(WS-IND-SES-TROUVE)
                       END-IF
                    WHEN FS-MVS-CODE = 'F' AND WS-IND-TROUVE > 0
                       AND WS-STG-OCCUPE(WS-IND-TROUVE) = 'O'
                       MOVE WS-STG-IND-SES(WS-IND-TROUVE)
                         TO WS-IND-SES-TROUVE
                       IF FS-MVS-FIN IS NUMERIC
                          AND FS-MVS-FIN > 0
                          AND FS-MVS-FIN < WS-SES-FIN(WS-IND-SES-TROUVE)
                          MOVE 'N' TO WS-STG-OCCUPE(WS-IND-TROUVE)
                          SUBTRACT 1
                            FROM WS-SES-OCCUPEES(WS-IND-SES-TROUVE)
                          ADD 1 TO WS-NB-FINS-ANTICIP
                          DISPLAY 'FIN ANTICIPEE DE ' FS-MVS-ID
                                  ' : PLACE LIBEREE EN SESSION '
                                  WS-SES-ID(WS-IND-SES-TROUVE)
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
       1210-MVT-EN-INSTANCE-FIN.
           EXIT.

       1220-CHERCHER-ID-DEB.
           IF WS-STG-ID(WS-IND-STG) = FS-MVS-ID
              MOVE WS-IND-STG TO WS-IND-TROUVE
           END-IF.
       1220-CHERCHER-ID-FIN.
           EXIT.

       1300-CHARGER-ATTENTE-DEB.
           OPEN INPUT FIC-ATTENTE.
           IF WS-STATUS-ATTENTE NOT = '00'
              DISPLAY 'PAS DE LISTE D''ATTENTE EN COURS'
           ELSE
              PERFORM 1310-CHARGER-CANDIDAT-DEB
                 THRU 1310-CHARGER-CANDIDAT-FIN
                 UNTIL WS-STATUS-ATTENTE NOT = '00'
              CLOSE FIC-ATTENTE
              DISPLAY WS-NB-EN-ATTENTE ' CANDIDAT(S) EN ATTENTE'
           END-IF.
       1300-CHARGER-ATTENTE-FIN.
           EXIT.

       1310-CHARGER-CANDIDAT-DEB.
           READ FIC-ATTENTE
              AT END
                 MOVE '10' TO WS-STATUS-ATTENTE
           END-READ.
           IF WS-STATUS-ATTENTE = '00'
              ADD 1 TO WS-NB-EN-ATTENTE
              MOVE FS-ATT-SESSION TO WS-NOUV-SESSION
              MOVE FS-ATT-DATE    TO WS-NOUV-DATE
              MOVE FS-ATT-SOCIETE TO WS-NOUV-SOCIETE
              MOVE FS-ATT-NOM     TO WS-NOUV-NOM
              MOVE 'L'            TO WS-NOUV-ORIGINE
              PERFORM 1500-INSERER-CANDIDAT-DEB
                 THRU 1500-INSERER-CANDIDAT-FIN
           END-IF.
       1310-CHARGER-CANDIDAT-FIN.
           EXIT.

       1400-CHARGER-DEMANDES-DEB.
           OPEN INPUT FIC-DEMANDES.
           IF WS-STATUS-DEMANDES NOT = '00'
              DISPLAY 'AUCUNE NOUVELLE DEMANDE D''INSCRIPTION'
           ELSE
              PERFORM 1410-CHARGER-DEMANDE-DEB
                 THRU 1410-CHARGER-DEMANDE-FIN
                 UNTIL WS-STATUS-DEMANDES NOT = '00'
              CLOSE FIC-DEMANDES
              DISPLAY WS-NB-DEMANDES ' NOUVELLE(S) DEMANDE(S)'
           END-IF.
       1400-CHARGER-DEMANDES-FIN.
           EXIT.

       1410-CHARGER-DEMANDE-DEB.
           READ FIC-DEMANDES
              AT END
                 MOVE '10' TO WS-STATUS-DEMANDES
           END-READ.
           IF WS-STATUS-DEMANDES = '00'
              ADD 1 TO WS-NB-DEMANDES
              MOVE FS-DEM-SESSION TO WS-NOUV-SESSION
              MOVE FS-DEM-DATE    TO WS-NOUV-DATE
              MOVE FS-DEM-SOCIETE TO WS-NOUV-SOCIETE
              MOVE FS-DEM-NOM     TO WS-NOUV-NOM
              MOVE 'N'            TO WS-NOUV-ORIGINE
              PERFORM 1500-INSERER-CANDIDAT-DEB
                 THRU 1500-INSERER-CANDIDAT-FIN
           END-IF.
       1410-CHARGER-DEMANDE-FIN.
           EXIT.

      * INSERTION A SA PLACE DANS L'ORDRE DES DATES, APRES LES
      * CANDIDATS DE MEME DATE DEJA PRESENTS.
       1500-INSERER-CANDIDAT-DEB.
           IF WS-NB-CAND NOT < 300
              DISPLAY 'TABLE DES CANDIDATS PLEINE (300), IGNORE : '
                      WS-NOUV-NOM ' ' WS-NOUV-SOCIETE
           ELSE
              MOVE WS-NB-CAND TO WS-POS-CAND
              MOVE 'N' TO WS-PLACE-TROUVEE
              PERFORM 1510-DECALER-CANDIDAT-DEB
                 THRU 1510-DECALER-CANDIDAT-FIN
                 UNTIL WS-POS-CAND = 0
                 OR WS-PLACE-TROUVEE = 'O'
              ADD 1 TO WS-POS-CAND
              ADD 1 TO WS-NB-CAND
              MOVE WS-NOUV-CAND TO WS-CAND(WS-POS-CAND)
           END-IF.
       1500-INSERER-CANDIDAT-FIN.
           EXIT.

       1510-DECALER-CANDIDAT-DEB.
           IF WS-CAND-DATE(WS-POS-CAND) NOT > WS-NOUV-DATE
              MOVE 'O' TO WS-PLACE-TROUVEE
           ELSE
              MOVE WS-CAND(WS-POS-CAND) TO WS-CAND(WS-POS-CAND + 1)
              SUBTRACT 1 FROM WS-POS-CAND
           END-IF.
       1510-DECALER-CANDIDAT-FIN.
           EXIT.

       2000-REPARTIR-PLACES-DEB.
           OPEN EXTEND FIC-MVT-STAG.
           IF WS-STATUS-MVT = '35'
              OPEN OUTPUT FIC-MVT-STAG
           END-IF.
           OPEN OUTPUT FIC-ATTENTE.
           OPEN EXTEND FIC-AVIS.
           IF WS-STATUS-AVIS = '35'
              OPEN OUTPUT FIC-AVIS
           END-IF.
           PERFORM 2010-SERVIR-CANDIDAT-DEB
              THRU 2010-SERVIR-CANDIDAT-FIN
              VARYING WS-IND-CAND FROM 1 BY 1
              UNTIL WS-IND-CAND > WS-NB-CAND.
           CLOSE FIC-MVT-STAG.
           CLOSE FIC-ATTENTE.
           CLOSE FIC-AVIS.
       2000-REPARTIR-PLACES-FIN.
           EXIT.

       2010-SERVIR-CANDIDAT-DEB.
           MOVE WS-CAND-SESSION(WS-IND-CAND) TO WS-SESSION-CHERCHEE.
           MOVE 0 TO WS-IND-SES-TROUVE.
           PERFORM 1020-CHERCHER-SESSION-DEB
              THRU 1020-CHERCHER-SESSION-FIN
              VARYING WS-IND-SES FROM 1 BY 1
              UNTIL WS-IND-SES > WS-NB-SESSIONS
              OR WS-IND-SES-TROUVE > 0.
           MOVE 0 TO WS-ID-AVIS.
           MOVE 0 TO WS-RANG-AVIS.
           IF WS-IND-SES-TROUVE = 0
              OR WS-SES-FIN(WS-IND-SES-TROUVE) < WS-DATE-REF-N
              ADD 1 TO WS-NB-REFUS
              MOVE 'R' TO WS-TYPE-AVIS
              PERFORM 2100-ENREGISTRER-AVIS-DEB
                 THRU 2100-ENREGISTRER-AVIS-FIN
           ELSE
              IF WS-SES-OCCUPEES(WS-IND-SES-TROUVE)
                 < WS-SES-CAPACITE(WS-IND-SES-TROUVE)
                 PERFORM 2200-ADMETTRE-DEB
                    THRU 2200-ADMETTRE-FIN
              ELSE
                 ADD 1 TO WS-SES-RANG(WS-IND-SES-TROUVE)
                 MOVE SPACES TO FS-ENR-ATTENTE
                 MOVE WS-CAND-SESSION(WS-IND-CAND) TO FS-ATT-SESSION
                 MOVE WS-SES-RANG(WS-IND-SES-TROUVE) TO FS-ATT-RANG
                 MOVE WS-CAND-DATE(WS-IND-CAND)    TO FS-ATT-DATE
                 MOVE WS-CAND-SOCIETE(WS-IND-CAND) TO FS-ATT-SOCIETE
                 MOVE WS-CAND-NOM(WS-IND-CAND)     TO FS-ATT-NOM
                 WRITE FS-ENR-ATTENTE
      *    UN CANDIDAT DEJA EN ATTENTE N'EST PAS AVISE A NOUVEAU.
                 IF WS-CAND-ORIGINE(WS-IND-CAND) = 'N'
                    ADD 1 TO WS-NB-LISTE
                    MOVE 'L' TO WS-TYPE-AVIS
                    MOVE WS-SES-RANG(WS-IND-SES-TROUVE) TO WS-RANG-AVIS
                    PERFORM 2100-ENREGISTRER-AVIS-DEB
                       THRU 2100-ENREGISTRER-AVIS-FIN
                 END-IF
              END-IF
           END-IF.
       2010-SERVIR-CANDIDAT-FIN.
           EXIT.

       2100-ENREGISTRER-AVIS-DEB.
           MOVE SPACES TO FS-ENR-AVIS.
           MOVE WS-DATE-REF-N                TO FS-AVI-DATE.
           MOVE WS-CAND-SOCIETE(WS-IND-CAND) TO FS-AVI-SOCIETE.
           MOVE WS-TYPE-AVIS                 TO FS-AVI-TYPE.
           MOVE WS-CAND-NOM(WS-IND-CAND)     TO FS-AVI-NOM.
           MOVE WS-CAND-SESSION(WS-IND-CAND) TO FS-AVI-SESSION.
           MOVE WS-ID-AVIS                   TO FS-AVI-ID.
           MOVE WS-RANG-AVIS                 TO FS-AVI-RANG.
           WRITE FS-ENR-AVIS.
           IF WS-NB-AVIS < 300
              ADD 1 TO WS-NB-AVIS
              MOVE WS-CAND-SOCIETE(WS-IND-CAND)
                TO WS-AVI-SOCIETE(WS-NB-AVIS)
              MOVE WS-TYPE-AVIS TO WS-AVI-TYPE(WS-NB-AVIS)
              MOVE WS-CAND-NOM(WS-IND-CAND) TO WS-AVI-NOM(WS-NB-AVIS)
              MOVE WS-CAND-SESSION(WS-IND-CAND)
                TO WS-AVI-SESSION(WS-NB-AVIS)
              MOVE WS-ID-AVIS   TO WS-AVI-ID(WS-NB-AVIS)
              MOVE WS-RANG-AVIS TO WS-AVI-RANG(WS-NB-AVIS)
              MOVE 'N'          TO WS-AVI-EDITE(WS-NB-AVIS)
           END-IF.
       2100-ENREGISTRER-AVIS-FIN.
           EXIT.

      * L'ADMISSION PART VERS STAGREG : STAGE DU DEBUT DE LA
      * SESSION (OU DU JOUR SI ELLE EST COMMENCEE) A SA FIN.
       2200-ADMETTRE-DEB.
           ADD 1 TO WS-SES-OCCUPEES(WS-IND-SES-TROUVE).
           ADD 1 TO WS-DERNIER-ID.
           MOVE SPACES                       TO FS-ENR-MVT-STAG.
           MOVE 'A'                          TO FS-MVS-CODE.
           MOVE WS-DERNIER-ID                TO FS-MVS-ID.
           MOVE WS-CAND-NOM(WS-IND-CAND)     TO FS-MVS-NOM.
           MOVE WS-CAND-SOCIETE(WS-IND-CAND) TO FS-MVS-SOCIETE.
           IF WS-DATE-REF-N > WS-SES-DEBUT(WS-IND-SES-TROUVE)
              MOVE WS-DATE-REF-N TO FS-MVS-DEBUT
           ELSE
              MOVE WS-SES-DEBUT(WS-IND-SES-TROUVE) TO FS-MVS-DEBUT
           END-IF.
           MOVE WS-SES-FIN(WS-IND-SES-TROUVE) TO FS-MVS-FIN.
           MOVE WS-CAND-SESSION(WS-IND-CAND)  TO FS-MVS-SESSION.
           WRITE FS-ENR-MVT-STAG.
           MOVE WS-DERNIER-ID TO WS-ID-AVIS.
           IF WS-CAND-ORIGINE(WS-IND-CAND) = 'L'
              ADD 1 TO WS-NB-OFFRES
              MOVE 'O' TO WS-TYPE-AVIS
           ELSE
              ADD 1 TO WS-NB-ADMIS
              MOVE 'C' TO WS-TYPE-AVIS
           END-IF.
           PERFORM 2100-ENREGISTRER-AVIS-DEB
              THRU 2100-ENREGISTRER-AVIS-FIN.
       2200-ADMETTRE-FIN.
           EXIT.

      * EDITION DES AVIS REGROUPES PAR SOCIETE, DANS L'ORDRE DE
      * PREMIERE APPARITION DE LA SOCIETE.
       3000-EDITER-AVIS-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'AVIS AUX SOCIETES :'.
           PERFORM 3010-EDITER-SOCIETE-DEB
              THRU 3010-EDITER-SOCIETE-FIN
              VARYING WS-IND-AVIS FROM 1 BY 1
              UNTIL WS-IND-AVIS > WS-NB-AVIS.
           IF WS-NB-AVIS = 0
              DISPLAY '(AUCUN)'
           END-IF.
       3000-EDITER-AVIS-FIN.
           EXIT.

       3010-EDITER-SOCIETE-DEB.
           IF WS-AVI-EDITE(WS-IND-AVIS) NOT = 'O'
              MOVE WS-AVI-SOCIETE(WS-IND-AVIS) TO WS-SOCIETE-EDITEE
              DISPLAY 'SOCIETE ' WS-SOCIETE-EDITEE
              PERFORM 3020-EDITER-AVIS-DEB
                 THRU 3020-EDITER-AVIS-FIN
                 VARYING WS-IND-AVIS-2 FROM WS-IND-AVIS BY 1
                 UNTIL WS-IND-AVIS-2 > WS-NB-AVIS
           END-IF.
       3010-EDITER-SOCIETE-FIN.
           EXIT.

       3020-EDITER-AVIS-DEB.
           IF WS-AVI-SOCIETE(WS-IND-AVIS-2) = WS-SOCIETE-EDITEE
              MOVE 'O' TO WS-AVI-EDITE(WS-IND-AVIS-2)
              EVALUATE WS-AVI-TYPE(WS-IND-AVIS-2)
                 WHEN 'C'
                    DISPLAY '   CONFIRMATION : '
                            WS-AVI-NOM(WS-IND-AVIS-2)
                            ' ADMIS EN SESSION '
                            WS-AVI-SESSION(WS-IND-AVIS-2)
                            ' SOUS L''IDENTIFIANT '
                            WS-AVI-ID(WS-IND-AVIS-2)
                 WHEN 'O'
                    DISPLAY '   OFFRE DE PLACE : '
                            WS-AVI-NOM(WS-IND-AVIS-2)
                            ' ADMIS EN SESSION '
                            WS-AVI-SESSION(WS-IND-AVIS-2)
                            ' (PLACE LIBEREE) SOUS L''IDENTIFIANT '
                            WS-AVI-ID(WS-IND-AVIS-2)
                 WHEN 'L'
                    DISPLAY '   LISTE D''ATTENTE : '
                            WS-AVI-NOM(WS-IND-AVIS-2)
                            ' SESSION ' WS-AVI-SESSION(WS-IND-AVIS-2)
                            ' RANG ' WS-AVI-RANG(WS-IND-AVIS-2)
                 WHEN OTHER
                    DISPLAY '   REFUS : ' WS-AVI-NOM(WS-IND-AVIS-2)
                            ' SESSION ' WS-AVI-SESSION(WS-IND-AVIS-2)
                            ' INCONNUE OU TERMINEE'
              END-EVALUATE
           END-IF.
       3020-EDITER-AVIS-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY '********************************************'.
           DISPLAY '*  INSCRIPTIONS ET LISTE D''ATTENTE         *'.
           DISPLAY '********************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'NOUVELLES DEMANDES    : ' WS-NB-DEMANDES.
           DISPLAY 'EN ATTENTE AU DEPART  : ' WS-NB-EN-ATTENTE.
           DISPLAY 'FINS ANTICIPEES       : ' WS-NB-FINS-ANTICIP.
           DISPLAY 'ADMISSIONS DIRECTES   : ' WS-NB-ADMIS.
           DISPLAY 'OFFRES SUR DESISTEMENT: ' WS-NB-OFFRES.
           DISPLAY 'MISES EN ATTENTE      : ' WS-NB-LISTE.
           DISPLAY 'DEMANDES REFUSEES     : ' WS-NB-REFUS.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'ADMISSIONS GENEREES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           COMPUTE WS-LIEN-RECAPJR-IN-VALEUR =
                   WS-NB-ADMIS + WS-NB-OFFRES.
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

       END PROGRAM STAGINSC.
