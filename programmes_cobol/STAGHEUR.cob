       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAGHEUR.

      *********************************************************
      *     RELEVE MENSUEL DES HEURES ET HONORAIRES DES
      *     FORMATEURS.
      *
      *     A PARTIR DES AFFECTATIONS ACCEPTEES PAR STAGAFFE
      *     (STAGAFFECT.TXT), CE PROGRAMME DE FIN DE MOIS COMPTE
      *     POUR CHAQUE SESSION LES JOURS REELLEMENT TENUS DANS
      *     LE MOIS : UN JOUR EST TENU S'IL COMPTE AU MOINS UN
      *     POINTAGE 'P' (STAGPOINTAGE.TXT, VOIR STAGPRES) D'UN
      *     STAGIAIRE INSCRIT A LA SESSION (STAGMAITRE.TXT) ET
      *     S'IL TOMBE ENTRE LES DATES DE LA SESSION. LES HEURES
      *     SONT LES JOURS TENUS MULTIPLIES PAR LA DUREE D'UNE
      *     JOURNEE (PARAMETRE HEURESJOUR DU FICHIER CENTRAL
      *     GETPARM, 7 HEURES A DEFAUT). LES HONORAIRES NE
      *     CONCERNENT QUE LES FORMATEURS LIBERAUX (STATUT 'L'
      *     DU FICHIER STAGFORMATEURS.TXT) : HEURES MULTIPLIEES
      *     PAR LEUR TAUX HORAIRE ; LES INTERNES N'ONT QUE LEURS
      *     HEURES. LE RELEVE PAR FORMATEUR EST ECRIT DANS
      *     STAGHEURES.TXT ET LE DETAIL PAR SESSION EST AFFICHE.
      *
      *     LE MOIS EST FOURNI PAR LA VARIABLE D'ENVIRONNEMENT
      *     MOISSTAG (AAAAMM) ; A DEFAUT, LE MOIS EN COURS.
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
           SELECT FIC-MAITRE
              ASSIGN TO "./files/stagmaitre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MAITRE.
           SELECT FIC-POINTAGE
              ASSIGN TO "./files/stagpointage.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-POINTAGE.
           SELECT FIC-HEURES
              ASSIGN TO "./files/stagheures.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HEURES.

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

       FD FIC-POINTAGE RECORDING MODE IS F.
       01  FS-ENR-POINTAGE.
           05 FS-PTG-ID    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PTG-DATE  PIC 9(8).
           05 FS-PTG-DATE-R REDEFINES FS-PTG-DATE.
               10 FS-PTG-MOIS PIC 9(6).
               10 FS-PTG-JOUR PIC 99.
           05 FILLER PIC X(1).
           05 FS-PTG-ETAT  PIC X(1).

      *    UNE LIGNE PAR FORMATEUR AYANT TENU AU MOINS UN JOUR.
       FD FIC-HEURES RECORDING MODE IS F.
       01  FS-ENR-HEURES.
           05 FS-HEU-MOIS      PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-HEU-FORMATEUR PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-HEU-NOM       PIC X(20).
           05 FILLER PIC X(1).
           05 FS-HEU-STATUT    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-HEU-JOURS     PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-HEU-HEURES    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-HEU-TAUX      PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 FS-HEU-MONTANT   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'STAGHEUR'.
       01  WS-STATUS-FORMATEURS PIC XX.
       01  WS-STATUS-SESSIONS   PIC XX.
       01  WS-STATUS-AFFECT     PIC XX.
       01  WS-STATUS-MAITRE     PIC XX.
       01  WS-STATUS-POINTAGE   PIC XX.
       01  WS-STATUS-HEURES     PIC XX.

       01  WS-FORMATEURS.
           05 WS-NB-FORMATEURS PIC 99 VALUE 0.
           05 WS-FOR OCCURS 50 TIMES.
               10 WS-FOR-ID      PIC 9(4).
               10 WS-FOR-NOM     PIC X(20).
               10 WS-FOR-STATUT  PIC X(1).
               10 WS-FOR-TAUX    PIC 9(3)V99.
       01  WS-IND-FOR        PIC 99.
       01  WS-IND-FOR-TROUVE PIC 99.

      * SESSIONS DU CATALOGUE AVEC LEUR FORMATEUR (0 = AUCUN) ET
      * UN TEMOIN PAR JOUR DU MOIS ('O' = JOUR TENU).
       01  WS-SESSIONS.
           05 WS-NB-SESSIONS PIC 9(3) VALUE 0.
           05 WS-SES OCCURS 50 TIMES.
               10 WS-SES-ID        PIC 9(4).
               10 WS-SES-LIBELLE   PIC X(20).
               10 WS-SES-DEBUT     PIC 9(8).
               10 WS-SES-FIN       PIC 9(8).
               10 WS-SES-FORMATEUR PIC 9(4).
               10 WS-SES-JOUR      PIC X OCCURS 31 TIMES.
       01  WS-IND-SES        PIC 9(3).
       01  WS-IND-SES-TROUVE PIC 9(3).
       01  WS-IND-JOUR       PIC 99.
       01  WS-JOURS-SES      PIC 9(3).

      * STAGIAIRES DU REGISTRE ET RANG DE LEUR SESSION DANS LA
      * TABLE CI-DESSUS (0 = SESSION HORS CATALOGUE).
       01  WS-REGISTRE.
           05 WS-NB-STAG PIC 9(3) VALUE 0.
           05 WS-STG OCCURS 200 TIMES.
               10 WS-STG-ID      PIC 9(5).
               10 WS-STG-IND-SES PIC 9(3).
       01  WS-IND-STG    PIC 9(3).
       01  WS-IND-TROUVE PIC 9(3).

       01  WS-MOIS-RELEVE PIC 9(6).
       01  WS-MOIS-SAISI  PIC X(6).
       01  WS-DATE-JOUR.
           05 WS-DATE-JOUR-MOIS PIC 9(6).
           05 FILLER            PIC 99.

      * DUREE D'UNE JOURNEE DE FORMATION, LUE AU FICHIER CENTRAL
      * DES PARAMETRES GETPARM (VALEUR PAR DEFAUT CI-DESSOUS).
       01  WS-HEURES-JOUR PIC 99 VALUE 7.
       01  WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01  WS-LIEN-GETPARM.
           05 WS-LIEN-GETPARM-IN.
               10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
           05 WS-LIEN-GETPARM-OU.
               10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
               10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

       01  WS-CUMULS-FORMATEUR.
           05 WS-JOURS-FOR    PIC 9(3).
           05 WS-HEURES-FOR   PIC 9(5).
           05 WS-MONTANT-FOR  PIC 9(7)V99.
       01  WS-COMPTEURS.
           05 WS-NB-POINTAGES-MOIS PIC 9(5) VALUE 0.
           05 WS-NB-HORS-SESSION   PIC 9(5) VALUE 0.
           05 WS-NB-RELEVES        PIC 9(3) VALUE 0.
           05 WS-TOTAL-HEURES      PIC 9(7) VALUE 0.
           05 WS-TOTAL-HONORAIRES  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES PIC S9(7) COMP-3.
       01  WS-POINTAGE-OK    PIC X(1).

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
       0000-STAGHEUR-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           PERFORM 0010-CHOISIR-MOIS-DEB
              THRU 0010-CHOISIR-MOIS-FIN.
           PERFORM 1000-CHARGER-FORMATEURS-DEB
              THRU 1000-CHARGER-FORMATEURS-FIN.
           PERFORM 1100-CHARGER-SESSIONS-DEB
              THRU 1100-CHARGER-SESSIONS-FIN.
           PERFORM 1200-CHARGER-AFFECTATIONS-DEB
              THRU 1200-CHARGER-AFFECTATIONS-FIN.
           PERFORM 1300-CHARGER-MAITRE-DEB
              THRU 1300-CHARGER-MAITRE-FIN.
           PERFORM 2000-DEPOUILLER-POINTAGE-DEB
              THRU 2000-DEPOUILLER-POINTAGE-FIN.
           PERFORM 3000-RELEVER-FORMATEURS-DEB
              THRU 3000-RELEVER-FORMATEURS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-STAGHEUR-FIN.
           EXIT.

       0010-CHOISIR-MOIS-DEB.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISSTAG"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-MOIS TO WS-MOIS-RELEVE
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS-RELEVE
           END-IF.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'HEURESJOUR'  TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:2) IS NUMERIC
              AND WS-LIEN-GETPARM-OU-VALEUR(1:2) NOT = '00'
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:2) TO WS-HEURES-JOUR
           END-IF.
           DISPLAY 'MOIS DU RELEVE : ' WS-MOIS-RELEVE
                   '   HEURES PAR JOUR : ' WS-HEURES-JOUR.
       0010-CHOISIR-MOIS-FIN.
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
                 MOVE FS-FOR-ID     TO WS-FOR-ID(WS-NB-FORMATEURS)
                 MOVE FS-FOR-NOM    TO WS-FOR-NOM(WS-NB-FORMATEURS)
                 MOVE FS-FOR-STATUT
                   TO WS-FOR-STATUT(WS-NB-FORMATEURS)
                 MOVE FS-FOR-TAUX   TO WS-FOR-TAUX(WS-NB-FORMATEURS)
              ELSE
                 DISPLAY 'TABLE DES FORMATEURS PLEINE (50), '
                         'FORMATEUR IGNORE : ' FS-FOR-ID
              END-IF
           END-IF.
       1010-CHARGER-FORMATEUR-FIN.
           EXIT.

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
                 PERFORM 1120-INIT-JOUR-DEB
                    THRU 1120-INIT-JOUR-FIN
                    VARYING WS-IND-JOUR FROM 1 BY 1
                    UNTIL WS-IND-JOUR > 31
              ELSE
                 DISPLAY 'CATALOGUE PLEIN (50), SESSION IGNOREE : '
                         FS-SES-ID
              END-IF
           END-IF.
       1110-CHARGER-SESSION-FIN.
           EXIT.

       1120-INIT-JOUR-DEB.
           MOVE 'N' TO WS-SES-JOUR(WS-NB-SESSIONS, WS-IND-JOUR).
       1120-INIT-JOUR-FIN.
           EXIT.

       1200-CHARGER-AFFECTATIONS-DEB.
           OPEN INPUT FIC-AFFECTATIONS.
           IF WS-STATUS-AFFECT NOT = '00'
              DISPLAY 'AUCUNE AFFECTATION DE FORMATEUR'
           ELSE
              PERFORM 1210-CHARGER-AFFECTATION-DEB
                 THRU 1210-CHARGER-AFFECTATION-FIN
                 UNTIL WS-STATUS-AFFECT NOT = '00'
              CLOSE FIC-AFFECTATIONS
           END-IF.
       1200-CHARGER-AFFECTATIONS-FIN.
           EXIT.

       1210-CHARGER-AFFECTATION-DEB.
           READ FIC-AFFECTATIONS
              AT END
                 MOVE '10' TO WS-STATUS-AFFECT
           END-READ.
           IF WS-STATUS-AFFECT = '00'
              MOVE 0 TO WS-IND-SES-TROUVE
              PERFORM 1220-CHERCHER-SESSION-DEB
                 THRU 1220-CHERCHER-SESSION-FIN
                 VARYING WS-IND-SES FROM 1 BY 1
                 UNTIL WS-IND-SES > WS-NB-SESSIONS
                 OR WS-IND-SES-TROUVE > 0
              IF WS-IND-SES-TROUVE > 0
                 MOVE FS-AFF-FORMATEUR
                   TO WS-SES-FORMATEUR(WS-IND-SES-TROUVE)
              END-IF
           END-IF.
       1210-CHARGER-AFFECTATION-FIN.
           EXIT.

       1220-CHERCHER-SESSION-DEB.
           IF WS-SES-ID(WS-IND-SES) = FS-AFF-SESSION
              MOVE WS-IND-SES TO WS-IND-SES-TROUVE
           END-IF.
       1220-CHERCHER-SESSION-FIN.
           EXIT.

       1300-CHARGER-MAITRE-DEB.
           OPEN INPUT FIC-MAITRE.
           IF WS-STATUS-MAITRE NOT = '00'
              DISPLAY 'REGISTRE DES STAGIAIRES INTROUVABLE'
           ELSE
              PERFORM 1310-CHARGER-STAGIAIRE-DEB
                 THRU 1310-CHARGER-STAGIAIRE-FIN
                 UNTIL WS-STATUS-MAITRE NOT = '00'
              CLOSE FIC-MAITRE
           END-IF.
       1300-CHARGER-MAITRE-FIN.
           EXIT.

       1310-CHARGER-STAGIAIRE-DEB.
           READ FIC-MAITRE
              AT END
                 MOVE '10' TO WS-STATUS-MAITRE
           END-READ.
           IF WS-STATUS-MAITRE = '00'
              IF WS-NB-STAG NOT < 200
                 DISPLAY 'REGISTRE PLEIN (200), STAGIAIRE IGNORE : '
                         FS-STG-ID
              ELSE
                 ADD 1 TO WS-NB-STAG
                 MOVE FS-STG-ID TO WS-STG-ID(WS-NB-STAG)
                 MOVE FS-STG-SESSION TO FS-AFF-SESSION
                 MOVE 0 TO WS-IND-SES-TROUVE
                 IF FS-STG-SESSION IS NUMERIC
                    PERFORM 1220-CHERCHER-SESSION-DEB
                       THRU 1220-CHERCHER-SESSION-FIN
                       VARYING WS-IND-SES FROM 1 BY 1
                       UNTIL WS-IND-SES > WS-NB-SESSIONS
                       OR WS-IND-SES-TROUVE > 0
                 END-IF
                 MOVE WS-IND-SES-TROUVE TO WS-STG-IND-SES(WS-NB-STAG)
              END-IF
           END-IF.
       1310-CHARGER-STAGIAIRE-FIN.
           EXIT.

       2000-DEPOUILLER-POINTAGE-DEB.
           OPEN INPUT FIC-POINTAGE.
           IF WS-STATUS-POINTAGE NOT = '00'
              DISPLAY 'PAS DE FICHIER DE POINTAGE, AUCUN JOUR TENU'
           ELSE
              PERFORM 2010-LIGNE-POINTAGE-DEB
                 THRU 2010-LIGNE-POINTAGE-FIN
                 UNTIL WS-STATUS-POINTAGE NOT = '00'
              CLOSE FIC-POINTAGE
           END-IF.
       2000-DEPOUILLER-POINTAGE-FIN.
           EXIT.

      * SEULS LES POINTAGES 'P' DU MOIS COMPTENT, POUR UN
      * STAGIAIRE DONT LA SESSION A UN FORMATEUR ET A UNE DATE
      * COMPRISE ENTRE LE DEBUT ET LA FIN DE LA SESSION.
       2010-LIGNE-POINTAGE-DEB.
           MOVE 'O' TO WS-POINTAGE-OK.
           READ FIC-POINTAGE
              AT END
                 MOVE '10' TO WS-STATUS-POINTAGE
           END-READ.
           IF WS-STATUS-POINTAGE NOT = '00'
              MOVE 'N' TO WS-POINTAGE-OK
           END-IF.
           IF WS-POINTAGE-OK = 'O'
              IF FS-PTG-MOIS NOT = WS-MOIS-RELEVE
                 OR FS-PTG-ETAT NOT = 'P'
                 MOVE 'N' TO WS-POINTAGE-OK
              END-IF
           END-IF.
           IF WS-POINTAGE-OK = 'O'
              ADD 1 TO WS-NB-POINTAGES-MOIS
              MOVE 0 TO WS-IND-TROUVE
              PERFORM 2020-CHERCHER-ID-DEB
                 THRU 2020-CHERCHER-ID-FIN
                 VARYING WS-IND-STG FROM 1 BY 1
                 UNTIL WS-IND-STG > WS-NB-STAG
                 OR WS-IND-TROUVE > 0
              IF WS-IND-TROUVE = 0
                 ADD 1 TO WS-NB-HORS-SESSION
                 MOVE 'N' TO WS-POINTAGE-OK
              END-IF
           END-IF.
           IF WS-POINTAGE-OK = 'O'
              MOVE WS-STG-IND-SES(WS-IND-TROUVE) TO WS-IND-SES
              IF WS-IND-SES = 0
                 ADD 1 TO WS-NB-HORS-SESSION
                 MOVE 'N' TO WS-POINTAGE-OK
              END-IF
           END-IF.
           IF WS-POINTAGE-OK = 'O'
              IF WS-SES-FORMATEUR(WS-IND-SES) = 0
                 OR FS-PTG-DATE < WS-SES-DEBUT(WS-IND-SES)
                 OR FS-PTG-DATE > WS-SES-FIN(WS-IND-SES)
                 OR FS-PTG-JOUR < 1 OR FS-PTG-JOUR > 31
                 ADD 1 TO WS-NB-HORS-SESSION
                 MOVE 'N' TO WS-POINTAGE-OK
              END-IF
           END-IF.
           IF WS-POINTAGE-OK = 'O'
              MOVE 'O' TO WS-SES-JOUR(WS-IND-SES, FS-PTG-JOUR)
           END-IF.
       2010-LIGNE-POINTAGE-FIN.
           EXIT.

       2020-CHERCHER-ID-DEB.
           IF WS-STG-ID(WS-IND-STG) = FS-PTG-ID
              MOVE WS-IND-STG TO WS-IND-TROUVE
           END-IF.
       2020-CHERCHER-ID-FIN.
           EXIT.

       3000-RELEVER-FORMATEURS-DEB.
           OPEN OUTPUT FIC-HEURES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RELEVE DES HEURES DES FORMATEURS DU MOIS '
                   WS-MOIS-RELEVE.
           PERFORM 3010-RELEVER-FORMATEUR-DEB
              THRU 3010-RELEVER-FORMATEUR-FIN
              VARYING WS-IND-FOR FROM 1 BY 1
              UNTIL WS-IND-FOR > WS-NB-FORMATEURS.
           CLOSE FIC-HEURES.
       3000-RELEVER-FORMATEURS-FIN.
           EXIT.

       3010-RELEVER-FORMATEUR-DEB.
           MOVE 0 TO WS-JOURS-FOR.
           MOVE 0 TO WS-MONTANT-FOR.
           PERFORM 3020-SESSION-FORMATEUR-DEB
              THRU 3020-SESSION-FORMATEUR-FIN
              VARYING WS-IND-SES FROM 1 BY 1
              UNTIL WS-IND-SES > WS-NB-SESSIONS.
           IF WS-JOURS-FOR NOT = 0
              COMPUTE WS-HEURES-FOR = WS-JOURS-FOR * WS-HEURES-JOUR
              IF WS-FOR-STATUT(WS-IND-FOR) = 'L'
                 COMPUTE WS-MONTANT-FOR =
                         WS-HEURES-FOR * WS-FOR-TAUX(WS-IND-FOR)
              END-IF
              ADD 1 TO WS-NB-RELEVES
              ADD WS-HEURES-FOR  TO WS-TOTAL-HEURES
              ADD WS-MONTANT-FOR TO WS-TOTAL-HONORAIRES
              MOVE SPACES                    TO FS-ENR-HEURES
              MOVE WS-MOIS-RELEVE            TO FS-HEU-MOIS
              MOVE WS-FOR-ID(WS-IND-FOR)     TO FS-HEU-FORMATEUR
              MOVE WS-FOR-NOM(WS-IND-FOR)    TO FS-HEU-NOM
              MOVE WS-FOR-STATUT(WS-IND-FOR) TO FS-HEU-STATUT
              MOVE WS-JOURS-FOR              TO FS-HEU-JOURS
              MOVE WS-HEURES-FOR             TO FS-HEU-HEURES
              IF WS-FOR-STATUT(WS-IND-FOR) = 'L'
                 MOVE WS-FOR-TAUX(WS-IND-FOR) TO FS-HEU-TAUX
              ELSE
                 MOVE 0 TO FS-HEU-TAUX
              END-IF
              MOVE WS-MONTANT-FOR            TO FS-HEU-MONTANT
              WRITE FS-ENR-HEURES
              IF WS-FOR-STATUT(WS-IND-FOR) = 'L'
                 DISPLAY 'FORMATEUR ' WS-FOR-ID(WS-IND-FOR) ' '
                         WS-FOR-NOM(WS-IND-FOR) ' LIBERAL : '
                         WS-HEURES-FOR ' H A ' WS-FOR-TAUX(WS-IND-FOR)
                         ' = ' WS-MONTANT-FOR
              ELSE
                 DISPLAY 'FORMATEUR ' WS-FOR-ID(WS-IND-FOR) ' '
                         WS-FOR-NOM(WS-IND-FOR) ' INTERNE : '
                         WS-HEURES-FOR ' H'
              END-IF
           END-IF.
       3010-RELEVER-FORMATEUR-FIN.
           EXIT.

       3020-SESSION-FORMATEUR-DEB.
           IF WS-SES-FORMATEUR(WS-IND-SES) = WS-FOR-ID(WS-IND-FOR)
              MOVE 0 TO WS-JOURS-SES
              PERFORM 3030-COMPTER-JOUR-DEB
                 THRU 3030-COMPTER-JOUR-FIN
                 VARYING WS-IND-JOUR FROM 1 BY 1
                 UNTIL WS-IND-JOUR > 31
              IF WS-JOURS-SES > 0
                 ADD WS-JOURS-SES TO WS-JOURS-FOR
                 DISPLAY '   SESSION ' WS-SES-ID(WS-IND-SES) ' '
                         WS-SES-LIBELLE(WS-IND-SES) ' : '
                         WS-JOURS-SES ' JOUR(S) TENU(S)'
              END-IF
           END-IF.
       3020-SESSION-FORMATEUR-FIN.
           EXIT.

       3030-COMPTER-JOUR-DEB.
           IF WS-SES-JOUR(WS-IND-SES, WS-IND-JOUR) = 'O'
              ADD 1 TO WS-JOURS-SES
           END-IF.
       3030-COMPTER-JOUR-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY '********************************************'.
           DISPLAY '*  HEURES ET HONORAIRES DES FORMATEURS     *'.
           DISPLAY '********************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'POINTAGES P DU MOIS   : ' WS-NB-POINTAGES-MOIS.
           DISPLAY 'DONT HORS SESSION     : ' WS-NB-HORS-SESSION.
           DISPLAY 'FORMATEURS RELEVES    : ' WS-NB-RELEVES.
           DISPLAY 'TOTAL DES HEURES      : ' WS-TOTAL-HEURES.
           DISPLAY 'TOTAL DES HONORAIRES  : ' WS-TOTAL-HONORAIRES.
           COMPUTE WS-TOTAL-CENTIMES = WS-TOTAL-HONORAIRES * 100.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'HONORAIRES FORM CTS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-TOTAL-CENTIMES    TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM STAGHEUR.
