       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKINTM.
      *********************************************************
      *     TENUE DE LA LISTE DES PLAQUES INTERDITES DU PARKING.
      *
      *     LA BARRIERE (PROGRAMME PARKING) NE REFUSAIT QUE LES
      *     PLAQUES INCONNUES, DEJA PRESENTES OU A L'ABONNEMENT
      *     ECHU. LES VEHICULES A TENIR DEHORS POUR DES RAISONS
      *     DE GESTION SONT DESORMAIS PORTES DANS PARKINTERDIT.TXT
      *     (PLAQUE, CODE MOTIF, DU, AU, OPERATEUR DEMANDEUR) ;
      *     PARKING REFUSE LEUR ENTREE EN 'RL' PENDANT LA PERIODE.
      *     CODES MOTIF :
      *        IP = SEJOURS IMPAYES REPETES (PARKFACTU.TXT)
      *        VA = VANDALISME
      *        PO = DEMANDE DE LA POLICE
      *        AU = AUTRE MOTIF DE GESTION
      *     CE PROGRAMME, SUR LE MODELE DE FOUMAINT, APPLIQUE LE
      *     FICHIER DE MOUVEMENTS PARKINTMVT.TXT DANS L'ORDRE DU
      *     FICHIER (UNE SEULE LIGNE PAR PLAQUE) :
      *        'A' = INSCRIPTION   (REJET SI LA PLAQUE EST INSCRITE)
      *        'M' = MODIFICATION  (REJET SI ELLE NE L'EST PAS,
      *                             ZONE A BLANC = CONSERVEE)
      *        'S' = LEVEE         (REJET SI ELLE NE L'EST PAS)
      *     UNE INSCRIPTION SANS DATE DE FIN VAUT JUSQU'A NOUVEL
      *     ORDRE (99991231) ; SANS DATE DE DEBUT, ELLE PREND
      *     EFFET LE JOUR MEME. SANS OPERATEUR DEMANDEUR, C'EST
      *     L'OPERATEUR IDENTIFIE PAR SIGNON QUI EST RETENU.
      *     LA NOUVELLE GENERATION PARKINTERDIT_NEW.TXT EST
      *     ECRITE, L'ANCIEN FICHIER N'EST JAMAIS TOUCHE. CHAQUE
      *     MOUVEMENT APPLIQUE EST JOURNALISE DANS FAUDITLOG VIA
      *     ERRLOG AU NOM DE L'OPERATEUR IDENTIFIE PAR SIGNON.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-INTERDITS
              ASSIGN TO "./files/parkinterdit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-INT.
           SELECT FIC-INTERDITS-NOUV
              ASSIGN TO "./files/parkinterdit_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-INTN.
           SELECT FIC-MOUVEMENTS
              ASSIGN TO "./files/parkintmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-INTERDITS RECORDING MODE IS F.
       01  FS-ENR-INTERDIT.
           05 FS-INT-IMMAT     PIC X(10).
           05 FILLER PIC X(1).
           05 FS-INT-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-INT-DEBUT     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-INT-FIN       PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-INT-OPERATEUR PIC X(8).

       FD FIC-INTERDITS-NOUV RECORDING MODE IS F.
       01  FS-ENR-INTERDIT-NOUV PIC X(40).

      *    MOUVEMENT : CODE PUIS LES ZONES DE LA LIGNE DANS LEUR
      *    ORDRE DE FICHIER.
       FD FIC-MOUVEMENTS RECORDING MODE IS F.
       01  FS-ENR-MOUVEMENT.
           05 FS-MVT-CODE      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVT-IMMAT     PIC X(10).
           05 FILLER PIC X(1).
           05 FS-MVT-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVT-DEBUT     PIC 9(8).
           05 FS-MVT-DEBUT-X REDEFINES FS-MVT-DEBUT PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVT-FIN       PIC 9(8).
           05 FS-MVT-FIN-X REDEFINES FS-MVT-FIN PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVT-OPERATEUR PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKINTM'.
       01  WS-STATUS-INT  PIC XX.
       01  WS-STATUS-INTN PIC XX.
       01  WS-STATUS-MVT  PIC XX.

      * LIGNES DE LA LISTE, AVEC UN TEMOIN DE LEVEE.
       01  WS-INTERDITS.
           05 WS-NB-INTERDITS PIC 9(3) VALUE 0.
           05 WS-INT OCCURS 200 TIMES.
               10 WS-INT-IMMAT     PIC X(10).
               10 WS-INT-MOTIF     PIC X(2).
               10 WS-INT-DEBUT     PIC 9(8).
               10 WS-INT-FIN       PIC 9(8).
               10 WS-INT-OPERATEUR PIC X(8).
               10 WS-INT-SUPPRIME  PIC X(1).
       01  WS-IND-INT        PIC 9(3).
       01  WS-IND-INT-TROUVE PIC 9(3).

       01  WS-DATE-JOUR  PIC 9(8).
       01  WS-DEBUT-MVT  PIC 9(8).
       01  WS-FIN-MVT    PIC 9(8).
       01  WS-MSG-AUDIT  PIC X(40).

       01  WS-COMPTEURS.
           05 WS-NB-MVT-LUS     PIC 9(5) VALUE 0.
           05 WS-NB-APPLIQUES   PIC 9(5) VALUE 0.
           05 WS-NB-REJETES     PIC 9(5) VALUE 0.
           05 WS-NB-INT-ECRITS  PIC 9(5) VALUE 0.

      * IDENTIFICATION ET HABILITATION DE L'OPERATEUR AU
      * DEMARRAGE, VIA LE SOUS-PROGRAMME COMMUN SIGNON : SES
      * CHANGEMENTS SONT JOURNALISES A SON NOM DANS FAUDITLOG.
       01  WS-SOUS-PROG-SIGNON PIC X(8) VALUE 'SIGNON'.
       01  WS-LIEN-SIGNON.
           05 WS-LIEN-SIGNON-IN.
               10 WS-LIEN-SIGNON-IN-OPERATEUR PIC X(8).
               10 WS-LIEN-SIGNON-IN-MOT-PASSE PIC X(8).
               10 WS-LIEN-SIGNON-IN-PROGRAMME PIC X(8).
           05 WS-LIEN-SIGNON-OU.
               10 WS-LIEN-SIGNON-OU-CODE-RETOUR PIC X.
               10 WS-LIEN-SIGNON-OU-MESSAGE     PIC X(40).
       01  WS-OPERATEUR PIC X(8).
       01  WS-MOUVEMENT-OK PIC X(1).
       01  WS-PLAQUE-OK PIC X(1).

       01  WS-SOUS-PROG-ERRLOG PIC X(8) VALUE 'ERRLOG'.
       01  WS-LIEN-ERRLOG.
           05 WS-LIEN-ERRLOG-IN.
               10 WS-LIEN-ERRLOG-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-ERRLOG-IN-TYPE      PIC X.
               10 WS-LIEN-ERRLOG-IN-CODE-FICH PIC XX.
               10 WS-LIEN-ERRLOG-IN-CODE-SQL  PIC S9(8).
               10 WS-LIEN-ERRLOG-IN-SEVERITE PIC X.
               10 WS-LIEN-ERRLOG-IN-OPERATEUR PIC X(8).
           05 WS-LIEN-ERRLOG-OU.
               10 WS-LIEN-ERRLOG-OU-MESSAGE   PIC X(40).

       PROCEDURE DIVISION.
       0000-PARKINTM-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.

           PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
              THRU 0005-IDENTIFIER-OPERATEUR-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUS-MVT NOT = '00'
              DISPLAY 'AUCUN MOUVEMENT DE LISTE A APPLIQUER'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.

           PERFORM 1000-CHARGER-INTERDITS-DEB
              THRU 1000-CHARGER-INTERDITS-FIN.

           PERFORM 2000-UN-MOUVEMENT-DEB
              THRU 2000-UN-MOUVEMENT-FIN
              UNTIL WS-STATUS-MVT NOT = '00'.
           CLOSE FIC-MOUVEMENTS.

           PERFORM 3000-ECRIRE-GENERATION-DEB
              THRU 3000-ECRIRE-GENERATION-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PARKINTM-FIN.
           EXIT.

      * OUVERTURE DE SESSION : L'OPERATEUR S'IDENTIFIE ET
      * SIGNON VERIFIE SON HABILITATION A LANCER CE PROGRAMME.
       0005-IDENTIFIER-OPERATEUR-DEB.
           DISPLAY 'OPERATEUR : ' NO ADVANCING.
           ACCEPT WS-OPERATEUR.
           DISPLAY 'MOT DE PASSE : ' NO ADVANCING.
           ACCEPT WS-LIEN-SIGNON-IN-MOT-PASSE.
           MOVE WS-OPERATEUR  TO WS-LIEN-SIGNON-IN-OPERATEUR.
           MOVE WS-PROGRAM-ID TO WS-LIEN-SIGNON-IN-PROGRAMME.
           CALL WS-SOUS-PROG-SIGNON USING WS-LIEN-SIGNON.
           IF WS-LIEN-SIGNON-OU-CODE-RETOUR NOT = 'A'
              DISPLAY 'ACCES REFUSE : ' WS-LIEN-SIGNON-OU-MESSAGE
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           MOVE WS-OPERATEUR TO WS-LIEN-ERRLOG-IN-OPERATEUR.
       0005-IDENTIFIER-OPERATEUR-FIN.
           EXIT.

       1000-CHARGER-INTERDITS-DEB.
           OPEN INPUT FIC-INTERDITS.
           IF WS-STATUS-INT = '00'
              PERFORM 1010-CHARGER-INTERDIT-DEB
                 THRU 1010-CHARGER-INTERDIT-FIN
                 UNTIL WS-STATUS-INT NOT = '00'
              CLOSE FIC-INTERDITS
           ELSE
              DISPLAY 'LISTE DES PLAQUES INTERDITES ABSENTE, ELLE '
                      'SERA CREEE PAR LES MOUVEMENTS'
           END-IF.
       1000-CHARGER-INTERDITS-FIN.
           EXIT.

      * UNE TABLE PLEINE ARRETE LE PROGRAMME : LA NOUVELLE
      * GENERATION PERDRAIT LES LIGNES NON CHARGEES.
       1010-CHARGER-INTERDIT-DEB.
           READ FIC-INTERDITS
              AT END
                 MOVE '10' TO WS-STATUS-INT
           END-READ.
           IF WS-STATUS-INT = '00'
              IF WS-NB-INTERDITS < 200
                 ADD 1 TO WS-NB-INTERDITS
                 MOVE FS-INT-IMMAT TO WS-INT-IMMAT(WS-NB-INTERDITS)
                 MOVE FS-INT-MOTIF TO WS-INT-MOTIF(WS-NB-INTERDITS)
                 MOVE FS-INT-DEBUT TO WS-INT-DEBUT(WS-NB-INTERDITS)
                 MOVE FS-INT-FIN   TO WS-INT-FIN(WS-NB-INTERDITS)
                 MOVE FS-INT-OPERATEUR
                   TO WS-INT-OPERATEUR(WS-NB-INTERDITS)
                 MOVE 'N' TO WS-INT-SUPPRIME(WS-NB-INTERDITS)
              ELSE
                 DISPLAY 'TABLE DES PLAQUES INTERDITES PLEINE (200) : '
                         FS-INT-IMMAT
                 PERFORM 9990-FIN-ANORMALE-DEB
                    THRU 9990-FIN-ANORMALE-FIN
              END-IF
           END-IF.
       1010-CHARGER-INTERDIT-FIN.
           EXIT.

      * RECHERCHE D'UNE LIGNE NON LEVEE POUR LA PLAQUE DU
      * MOUVEMENT.
       1300-TROUVER-INTERDIT-DEB.
           MOVE 0 TO WS-IND-INT-TROUVE.
           PERFORM 1310-CHERCHER-INTERDIT-DEB
              THRU 1310-CHERCHER-INTERDIT-FIN
              VARYING WS-IND-INT FROM 1 BY 1
              UNTIL WS-IND-INT > WS-NB-INTERDITS
              OR WS-IND-INT-TROUVE > 0.
       1300-TROUVER-INTERDIT-FIN.
           EXIT.

       1310-CHERCHER-INTERDIT-DEB.
           IF WS-INT-IMMAT(WS-IND-INT) = FS-MVT-IMMAT
              AND WS-INT-SUPPRIME(WS-IND-INT) = 'N'
              MOVE WS-IND-INT TO WS-IND-INT-TROUVE
           END-IF.
       1310-CHERCHER-INTERDIT-FIN.
           EXIT.

       2000-UN-MOUVEMENT-DEB.
           MOVE 'O' TO WS-MOUVEMENT-OK.
           READ FIC-MOUVEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-MVT
           END-READ.
           IF WS-STATUS-MVT NOT = '00'
              MOVE 'N' TO WS-MOUVEMENT-OK
           END-IF.
           IF WS-MOUVEMENT-OK = 'O'
              ADD 1 TO WS-NB-MVT-LUS
              IF FS-MVT-IMMAT = SPACES
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MOUVEMENT REJETE, PLAQUE ABSENTE : '
                         FS-MVT-CODE
                 MOVE 'N' TO WS-MOUVEMENT-OK
              END-IF
           END-IF.
           IF WS-MOUVEMENT-OK = 'O'
              IF FS-MVT-MOTIF NOT = SPACES
                 AND FS-MVT-MOTIF NOT = 'IP'
                 AND FS-MVT-MOTIF NOT = 'VA'
                 AND FS-MVT-MOTIF NOT = 'PO'
                 AND FS-MVT-MOTIF NOT = 'AU'
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MOUVEMENT REJETE, MOTIF INCONNU : '
                         FS-MVT-IMMAT ' ' FS-MVT-MOTIF
                 MOVE 'N' TO WS-MOUVEMENT-OK
              END-IF
           END-IF.
           IF WS-MOUVEMENT-OK = 'O'
              IF (FS-MVT-DEBUT-X NOT = SPACES
                  AND FS-MVT-DEBUT IS NOT NUMERIC)
                 OR (FS-MVT-FIN-X NOT = SPACES
                  AND FS-MVT-FIN IS NOT NUMERIC)
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MOUVEMENT REJETE, DATE ILLISIBLE : '
                         FS-MVT-IMMAT
                 MOVE 'N' TO WS-MOUVEMENT-OK
              END-IF
           END-IF.
           IF WS-MOUVEMENT-OK = 'O'
              PERFORM 1300-TROUVER-INTERDIT-DEB
                 THRU 1300-TROUVER-INTERDIT-FIN
              EVALUATE FS-MVT-CODE
                 WHEN 'A'
                    PERFORM 2110-INSCRIRE-PLAQUE-DEB
                       THRU 2110-INSCRIRE-PLAQUE-FIN
                 WHEN 'M'
                    PERFORM 2120-MODIFIER-PLAQUE-DEB
                       THRU 2120-MODIFIER-PLAQUE-FIN
                 WHEN 'S'
                    PERFORM 2130-LEVER-PLAQUE-DEB
                       THRU 2130-LEVER-PLAQUE-FIN
                 WHEN OTHER
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, CODE INCONNU : '
                            FS-MVT-CODE ' ' FS-MVT-IMMAT
              END-EVALUATE
           END-IF.
       2000-UN-MOUVEMENT-FIN.
           EXIT.

       2110-INSCRIRE-PLAQUE-DEB.
           MOVE 'O' TO WS-PLAQUE-OK.
           IF WS-IND-INT-TROUVE > 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'INSCRIPTION REJETEE, PLAQUE DEJA INTERDITE : '
                      FS-MVT-IMMAT
              MOVE 'N' TO WS-PLAQUE-OK
           END-IF.
           IF WS-PLAQUE-OK = 'O'
              IF FS-MVT-MOTIF = SPACES
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'INSCRIPTION REJETEE, MOTIF ABSENT : '
                         FS-MVT-IMMAT
                 MOVE 'N' TO WS-PLAQUE-OK
              END-IF
           END-IF.
           IF WS-PLAQUE-OK = 'O'
              IF FS-MVT-DEBUT-X = SPACES
                 MOVE WS-DATE-JOUR TO WS-DEBUT-MVT
              ELSE
                 MOVE FS-MVT-DEBUT TO WS-DEBUT-MVT
              END-IF
              IF FS-MVT-FIN-X = SPACES
                 MOVE 99991231 TO WS-FIN-MVT
              ELSE
                 MOVE FS-MVT-FIN TO WS-FIN-MVT
              END-IF
              IF WS-FIN-MVT < WS-DEBUT-MVT
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'INSCRIPTION REJETEE, FIN AVANT DEBUT : '
                         FS-MVT-IMMAT
                 MOVE 'N' TO WS-PLAQUE-OK
              END-IF
           END-IF.
           IF WS-PLAQUE-OK = 'O'
              IF WS-NB-INTERDITS NOT < 200
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'INSCRIPTION REJETEE, TABLE PLEINE : '
                         FS-MVT-IMMAT
                 MOVE 'N' TO WS-PLAQUE-OK
              END-IF
           END-IF.
           IF WS-PLAQUE-OK = 'O'
              ADD 1 TO WS-NB-INTERDITS
              MOVE FS-MVT-IMMAT TO WS-INT-IMMAT(WS-NB-INTERDITS)
              MOVE FS-MVT-MOTIF TO WS-INT-MOTIF(WS-NB-INTERDITS)
              MOVE WS-DEBUT-MVT TO WS-INT-DEBUT(WS-NB-INTERDITS)
              MOVE WS-FIN-MVT   TO WS-INT-FIN(WS-NB-INTERDITS)
              IF FS-MVT-OPERATEUR = SPACES
                 MOVE WS-OPERATEUR TO WS-INT-OPERATEUR(WS-NB-INTERDITS)
              ELSE
                 MOVE FS-MVT-OPERATEUR
                   TO WS-INT-OPERATEUR(WS-NB-INTERDITS)
              END-IF
              MOVE 'N' TO WS-INT-SUPPRIME(WS-NB-INTERDITS)
              ADD 1 TO WS-NB-APPLIQUES
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'INTERDIT ' FS-MVT-IMMAT ' ' FS-MVT-MOTIF
                     ' AU ' WS-FIN-MVT
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2110-INSCRIRE-PLAQUE-FIN.
           EXIT.

      * SEULES LES ZONES RENSEIGNEES REMPLACENT CELLES DE LA
      * LIGNE, COMME DANS FOUMAINT ; LA PERIODE RESULTANTE
      * DOIT RESTER COHERENTE.
       2120-MODIFIER-PLAQUE-DEB.
           IF WS-IND-INT-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'MODIFICATION REJETEE, PLAQUE NON INTERDITE : '
                      FS-MVT-IMMAT
           ELSE
              MOVE WS-INT-DEBUT(WS-IND-INT-TROUVE) TO WS-DEBUT-MVT
              MOVE WS-INT-FIN(WS-IND-INT-TROUVE)   TO WS-FIN-MVT
              IF FS-MVT-DEBUT-X NOT = SPACES
                 MOVE FS-MVT-DEBUT TO WS-DEBUT-MVT
              END-IF
              IF FS-MVT-FIN-X NOT = SPACES
                 MOVE FS-MVT-FIN TO WS-FIN-MVT
              END-IF
              IF WS-FIN-MVT < WS-DEBUT-MVT
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MODIFICATION REJETEE, FIN AVANT DEBUT : '
                         FS-MVT-IMMAT
              ELSE
                 MOVE WS-DEBUT-MVT TO WS-INT-DEBUT(WS-IND-INT-TROUVE)
                 MOVE WS-FIN-MVT   TO WS-INT-FIN(WS-IND-INT-TROUVE)
                 IF FS-MVT-MOTIF NOT = SPACES
                    MOVE FS-MVT-MOTIF TO WS-INT-MOTIF(WS-IND-INT-TROUVE)
                 END-IF
                 IF FS-MVT-OPERATEUR NOT = SPACES
                    MOVE FS-MVT-OPERATEUR
                      TO WS-INT-OPERATEUR(WS-IND-INT-TROUVE)
                 END-IF
                 ADD 1 TO WS-NB-APPLIQUES
                 MOVE SPACES TO WS-MSG-AUDIT
                 STRING 'INTERDIT ' FS-MVT-IMMAT ' MODIFIE '
                        WS-INT-MOTIF(WS-IND-INT-TROUVE)
                        ' AU ' WS-FIN-MVT
                        DELIMITED BY SIZE INTO WS-MSG-AUDIT
                 END-STRING
                 PERFORM 8000-JOURNALISER-DEB
                    THRU 8000-JOURNALISER-FIN
              END-IF
           END-IF.
       2120-MODIFIER-PLAQUE-FIN.
           EXIT.

       2130-LEVER-PLAQUE-DEB.
           IF WS-IND-INT-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'LEVEE REJETEE, PLAQUE NON INTERDITE : '
                      FS-MVT-IMMAT
           ELSE
              MOVE 'O' TO WS-INT-SUPPRIME(WS-IND-INT-TROUVE)
              ADD 1 TO WS-NB-APPLIQUES
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'INTERDIT ' FS-MVT-IMMAT ' LEVE ('
                     WS-INT-MOTIF(WS-IND-INT-TROUVE) ')'
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2130-LEVER-PLAQUE-FIN.
           EXIT.

      *=========================================================
      * NOUVELLE GENERATION, A BASCULER APRES CONTROLE.
      *=========================================================
       3000-ECRIRE-GENERATION-DEB.
           OPEN OUTPUT FIC-INTERDITS-NOUV.
           PERFORM 3010-ECRIRE-INTERDIT-DEB
              THRU 3010-ECRIRE-INTERDIT-FIN
              VARYING WS-IND-INT FROM 1 BY 1
              UNTIL WS-IND-INT > WS-NB-INTERDITS.
           CLOSE FIC-INTERDITS-NOUV.
       3000-ECRIRE-GENERATION-FIN.
           EXIT.

       3010-ECRIRE-INTERDIT-DEB.
           IF WS-INT-SUPPRIME(WS-IND-INT) = 'N'
              MOVE SPACES TO FS-ENR-INTERDIT
              MOVE WS-INT-IMMAT(WS-IND-INT)     TO FS-INT-IMMAT
              MOVE WS-INT-MOTIF(WS-IND-INT)     TO FS-INT-MOTIF
              MOVE WS-INT-DEBUT(WS-IND-INT)     TO FS-INT-DEBUT
              MOVE WS-INT-FIN(WS-IND-INT)       TO FS-INT-FIN
              MOVE WS-INT-OPERATEUR(WS-IND-INT) TO FS-INT-OPERATEUR
              WRITE FS-ENR-INTERDIT-NOUV FROM FS-ENR-INTERDIT
              ADD 1 TO WS-NB-INT-ECRITS
           END-IF.
       3010-ECRIRE-INTERDIT-FIN.
           EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'           TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'MISE A JOUR DES PLAQUES INTERDITES'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-MVT-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES  : ' WS-NB-APPLIQUES.
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETES.
           DISPLAY 'PLAQUES INTERDITES    : ' WS-NB-INT-ECRITS.
           DISPLAY '***********************************'.
           DISPLAY 'BASCULER PARKINTERDIT_NEW.TXT APRES CONTROLE'.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9990-FIN-ANORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN ANORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9990-FIN-ANORMALE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM PARKINTM.
