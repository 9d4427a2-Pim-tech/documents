       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECMAINT.

      ********************************************************
      *     MAINTENANCE DES DECLARATIONS DE LA TABLE T2DECL.
      *
      *     D2MAJS2 ET RETRYDEC NE FONT QUE METTRE A JOUR DES
      *     LIGNES T2DECL EXISTANTES ; CE PROGRAMME, PILOTE PAR
      *     LE FICHIER DE MOUVEMENTS FDECMVT, GERE LE CYCLE DE
      *     VIE DES DECLARATIONS ELLES-MEMES :
      *       C = CREER LA LIGNE IDART/IDDEC (QUANTITE DE
      *           DEPART FACULTATIVE, ETAT OUVERT) ;
      *       F = FERMER LA DECLARATION : PLUS AUCUNE MISE A
      *           JOUR N'EST ACCEPTEE, LES OPERATIONS QUI LA
      *           VISENT PARTENT EN SUSPENS (FSUSPDEC) ;
      *       R = ROUVRIR UNE DECLARATION FERMEE. C'EST UN ACTE
      *           DE SUPERVISION : LE MOUVEMENT PORTE LE VISA
      *           D'UN SUPERVISEUR HABILITE A DECMAINT DANS
      *           FPERMISS, ET LA REOUVERTURE EST JOURNALISEE A
      *           SON NOM DANS FAUDITLOG (VIA ERRLOG).
      *     CHAQUE CHANGEMENT EST TRACE DANS LE JOURNAL D'AUDIT
      *     JAUDECL DES PROGRAMMES DE MISE A JOUR (IMAGE AVANT/
      *     APRES DE LA QUANTITE ET DE L'ETAT).
      *     EN FIN DE RUN, LES OPERATIONS EN SUSPENS QUE LES
      *     DECLARATIONS CREEES OU ROUVERTES PERMETTENT DESORMAIS
      *     D'APPLIQUER SONT LISTEES : RETRYDEC LES SOLDERA A SON
      *     PROCHAIN PASSAGE.
      *
      *     MOUVEMENT FDECMVT : ACTION, IDART, IDDEC, QUANTITE
      *     DE DEPART (SIGNEE, CREATION SEULEMENT), VISA.
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMOUVEMENTS ASSIGN TO FDECMVT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MVT.
           SELECT FPERMISSIONS ASSIGN TO FPERMISS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PERMISS.
           SELECT FSUSPENS ASSIGN TO FSUSPDEC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SUSPENS.
       DATA DIVISION.
       FILE SECTION.
       FD FMOUVEMENTS.
       01 FS-ENR-MVT.
          05 FS-MVT-ACTION    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-MVT-IDART     PIC 9(5).
          05 FILLER PIC X(1).
          05 FS-MVT-IDDEC     PIC 99.
          05 FILLER PIC X(1).
          05 FS-MVT-QTE       PIC S9(6) SIGN LEADING SEPARATE.
          05 FILLER PIC X(1).
          05 FS-MVT-VISA      PIC X(8).
       FD FPERMISSIONS.
       01 FS-ENR-PERMISSION.
          05 FS-PER-OPERATEUR PIC X(8).
          05 FILLER PIC X(1).
          05 FS-PER-MOT-PASSE PIC X(8).
          05 FILLER PIC X(1).
          05 FS-PER-PROGRAMME PIC X(8).
          05 FILLER PIC X(1).
          05 FS-PER-EXPIRATION PIC 9(8).
       FD FSUSPENS.
       01 FS-ENR-SUSPENS.
          05 FS-SUS-DATRUN    PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-SUS-PROGRAMME PIC X(8).
          05 FILLER PIC X(1).
          05 FS-SUS-IDART     PIC 9(5).
          05 FILLER PIC X(1).
          05 FS-SUS-IDDEC     PIC 99.
          05 FILLER PIC X(1).
          05 FS-SUS-OPERATION PIC S9(6) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-SQLCODE            PIC -(6)9.
       01 WS-PROGRAM            PIC X(8) VALUE 'DECMAINT'.
       01 WS-FS-MVT             PIC XX.
       01 WS-FS-PERMISS         PIC XX.
       01 WS-FS-SUSPENS         PIC XX.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * ETAT DE LA DECLARATION (COLONNE ETADEC DE T2DECL) :
      * 'O' OUVERTE, 'C' CLOSE. IMAGES AVANT/APRES POUR JAUDECL.
       01 WS-ETAT-DEC           PIC X(1).
       01 WS-ETAT-AVANT         PIC X(1).
       01 WS-ETAT-APRES         PIC X(1).
       01 WS-QTE-AVANT          PIC S9(6)  COMP.
       01 WS-QTE-APRES          PIC S9(6)  COMP.
       01 WS-NB-VEN-OP          PIC S9(3)  COMP VALUE ZERO.
       01 WS-NB-RET-OP          PIC S9(3)  COMP VALUE ZERO.
       01 WS-MOTIF-REJET        PIC X(40).
       01 WS-MSG-AUDIT          PIC X(40).

      * SUPERVISEURS HABILITES A DECMAINT DANS FPERMISS : SEULS
      * LEURS VISAS VALENT POUR UNE REOUVERTURE.
       01 WS-TAB-SUPERVISEURS.
          05 WS-NB-SUPERV       PIC 9(3) VALUE 0.
          05 WS-SUPERV OCCURS 100 PIC X(8).
       01 WS-I-SUP              PIC 9(3).
       01 WS-SUPERV-TROUVE      PIC X(1).

      * DECLARATIONS CREEES OU ROUVERTES PENDANT CE RUN, POUR LA
      * LISTE DES SUSPENS DESORMAIS APPLICABLES.
       01 WS-TAB-OUVERTES.
          05 WS-NB-OUVERTES     PIC 9(4) VALUE 0.
          05 WS-OUVERTE OCCURS 1000.
             10 WS-OUV-IDART    PIC 9(5).
             10 WS-OUV-IDDEC    PIC 99.
       01 WS-I-OUV              PIC 9(4).
       01 WS-OUVERTE-TROUVEE    PIC X(1).
       01 WS-FERMETURE-OK       PIC X(1).
       01 WS-REOUVERTURE-OK     PIC X(1).

       01 WS-CTR-LUS            PIC 9(5) VALUE ZERO.
       01 WS-CTR-CREEES         PIC 9(5) VALUE ZERO.
       01 WS-CTR-FERMEES        PIC 9(5) VALUE ZERO.
       01 WS-CTR-ROUVERTES      PIC 9(5) VALUE ZERO.
       01 WS-CTR-REJETES        PIC 9(5) VALUE ZERO.
       01 WS-CTR-AUDIT          PIC 9(5) VALUE ZERO.
       01 WS-CTR-SUSPENS-DEBL   PIC 9(5) VALUE ZERO.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE T2DECL
           END-EXEC.

      * TRADUCTION DU CODE ANOMALIE ET JOURNALISATION CENTRALE,
      * MEME CONVENTION D'APPEL QUE S1DAT1 (ZONE DE LIEN LS-LIEN).
       01 WS-SOUS-PROG-ERRLOG   PIC X(8) VALUE 'ERRLOG'.
       01 WS-LIEN-ERRLOG.
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
       0000-START-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM      '*'.
           DISPLAY '********************************************'.

           PERFORM 6005-LIRE-DATE-TRAITEMENT-DEB
              THRU 6005-LIRE-DATE-TRAITEMENT-FIN.
           PERFORM 1000-CHARGER-SUPERVISEURS-DEB
              THRU 1000-CHARGER-SUPERVISEURS-FIN.

           OPEN INPUT FMOUVEMENTS.
           IF WS-FS-MVT NOT = '00'
              DISPLAY 'AUCUN MOUVEMENT DE DECLARATION'
              PERFORM 9990-FIN-NORMALE-DEB
                 THRU 9990-FIN-NORMALE-FIN
           END-IF.

           PERFORM 2000-MOUVEMENT-DEB
              THRU 2000-MOUVEMENT-FIN
              UNTIL WS-FS-MVT NOT = '00'.

           CLOSE FMOUVEMENTS.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 5000-LISTER-SUSPENS-DEB
              THRU 5000-LISTER-SUSPENS-FIN.
           PERFORM 9995-STATISTIQUES-DEB
              THRU 9995-STATISTIQUES-FIN.
           PERFORM 9990-FIN-NORMALE-DEB
              THRU 9990-FIN-NORMALE-FIN.
       0000-START-FIN. EXIT.

      * FPERMISS ABSENT : AUCUN VISA NE VAUT, LES REOUVERTURES
      * SONT TOUTES REJETEES, CREATIONS ET FERMETURES PASSENT.
       1000-CHARGER-SUPERVISEURS-DEB.
           OPEN INPUT FPERMISSIONS.
           IF WS-FS-PERMISS NOT = '00'
              DISPLAY 'FICHIER DES HABILITATIONS ABSENT, AUCUNE '
                      'REOUVERTURE POSSIBLE'
           ELSE
              PERFORM 1010-LIRE-PERMISSION-DEB
                 THRU 1010-LIRE-PERMISSION-FIN
                 UNTIL WS-FS-PERMISS NOT = '00'
              CLOSE FPERMISSIONS
           END-IF.
       1000-CHARGER-SUPERVISEURS-FIN. EXIT.

       1010-LIRE-PERMISSION-DEB.
           READ FPERMISSIONS
              AT END
                 MOVE '10' TO WS-FS-PERMISS
           END-READ.
           IF WS-FS-PERMISS = '00'
              AND FS-PER-PROGRAMME = WS-PROGRAM
              AND WS-NB-SUPERV < 100
              ADD 1 TO WS-NB-SUPERV
              MOVE FS-PER-OPERATEUR TO WS-SUPERV(WS-NB-SUPERV)
           END-IF.
       1010-LIRE-PERMISSION-FIN. EXIT.

       2000-MOUVEMENT-DEB.
           READ FMOUVEMENTS
              AT END
                 MOVE '10' TO WS-FS-MVT
           END-READ.
           IF WS-FS-MVT = '00'
              ADD 1 TO WS-CTR-LUS
              MOVE SPACES       TO WS-MOTIF-REJET
              MOVE FS-MVT-IDART TO IDART
              MOVE FS-MVT-IDDEC TO IDDEC
              EVALUATE FS-MVT-ACTION
                 WHEN 'C'
                    PERFORM 3000-CREER-DEB
                       THRU 3000-CREER-FIN
                 WHEN 'F'
                    PERFORM 3100-FERMER-DEB
                       THRU 3100-FERMER-FIN
                 WHEN 'R'
                    PERFORM 3200-ROUVRIR-DEB
                       THRU 3200-ROUVRIR-FIN
                 WHEN OTHER
                    MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
              END-EVALUATE
              IF WS-MOTIF-REJET NOT = SPACES
                 ADD 1 TO WS-CTR-REJETES
                 DISPLAY 'MOUVEMENT REJETE : ' FS-MVT-ACTION ' '
                         FS-MVT-IDART ' ' FS-MVT-IDDEC ' - '
                         WS-MOTIF-REJET
              END-IF
           END-IF.
       2000-MOUVEMENT-FIN. EXIT.

      * LECTURE DE LA LIGNE EXISTANTE : QUANTITE ET ETAT AVANT.
      * SQLCODE 100 LAISSE LE COUPLE INCONNU DE LA TABLE.
       2100-LIRE-DECLARATION-DEB.
           EXEC SQL
              SELECT QTER, ETADEC
                INTO :WS-QTE-AVANT, :WS-ETAT-DEC
                FROM T2DECL
               WHERE IDART = :IDART
                 AND IDDEC = :IDDEC
           END-EXEC.
           MOVE WS-ETAT-DEC TO WS-ETAT-AVANT.
       2100-LIRE-DECLARATION-FIN. EXIT.

       3000-CREER-DEB.
           PERFORM 2100-LIRE-DECLARATION-DEB
              THRU 2100-LIRE-DECLARATION-FIN.
           IF SQLCODE = ZERO
              MOVE 'DECLARATION DEJA EXISTANTE' TO WS-MOTIF-REJET
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 4900-ANOMALIE-SQL-DEB
                    THRU 4900-ANOMALIE-SQL-FIN
              ELSE
                 MOVE FS-MVT-QTE TO QTER
                 MOVE 'O'        TO WS-ETAT-DEC
                 EXEC SQL
                    INSERT INTO T2DECL
                        (IDART, IDDEC, QTER, ETADEC)
                    VALUES
                        (:IDART, :IDDEC, :QTER, :WS-ETAT-DEC)
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    PERFORM 4900-ANOMALIE-SQL-DEB
                       THRU 4900-ANOMALIE-SQL-FIN
                 ELSE
                    ADD 1 TO WS-CTR-CREEES
                    DISPLAY 'DECLARATION CREEE : ' IDART ' ' IDDEC
                            ' QUANTITE ' FS-MVT-QTE
                    MOVE ZERO       TO WS-QTE-AVANT
                    MOVE FS-MVT-QTE TO WS-QTE-APRES
                    MOVE SPACE      TO WS-ETAT-AVANT
                    MOVE 'O'        TO WS-ETAT-APRES
                    PERFORM 4000-JOURNAL-AUDIT-DEB
                       THRU 4000-JOURNAL-AUDIT-FIN
                    PERFORM 4100-NOTER-OUVERTE-DEB
                       THRU 4100-NOTER-OUVERTE-FIN
                 END-IF
              END-IF
           END-IF.
       3000-CREER-FIN. EXIT.

       3100-FERMER-DEB.
           MOVE 'O' TO WS-FERMETURE-OK.
           PERFORM 2100-LIRE-DECLARATION-DEB
              THRU 2100-LIRE-DECLARATION-FIN.
           IF SQLCODE = 100
              MOVE 'DECLARATION INEXISTANTE' TO WS-MOTIF-REJET
              MOVE 'N' TO WS-FERMETURE-OK
           END-IF.
           IF WS-FERMETURE-OK = 'O'
              IF SQLCODE NOT = ZERO
                 PERFORM 4900-ANOMALIE-SQL-DEB
                    THRU 4900-ANOMALIE-SQL-FIN
                 MOVE 'N' TO WS-FERMETURE-OK
              END-IF
           END-IF.
           IF WS-FERMETURE-OK = 'O'
              IF WS-ETAT-AVANT = 'C'
                 MOVE 'DECLARATION DEJA FERMEE' TO WS-MOTIF-REJET
                 MOVE 'N' TO WS-FERMETURE-OK
              END-IF
           END-IF.
           IF WS-FERMETURE-OK = 'O'
              MOVE 'C' TO WS-ETAT-DEC
              EXEC SQL
                 UPDATE T2DECL
                     SET ETADEC = :WS-ETAT-DEC
                  WHERE IDART = :IDART
                    AND IDDEC = :IDDEC
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM 4900-ANOMALIE-SQL-DEB
                    THRU 4900-ANOMALIE-SQL-FIN
                 MOVE 'N' TO WS-FERMETURE-OK
              END-IF
           END-IF.
           IF WS-FERMETURE-OK = 'O'
              ADD 1 TO WS-CTR-FERMEES
              DISPLAY 'DECLARATION FERMEE : ' IDART ' ' IDDEC
              MOVE WS-QTE-AVANT TO WS-QTE-APRES
              MOVE 'C'          TO WS-ETAT-APRES
              PERFORM 4000-JOURNAL-AUDIT-DEB
                 THRU 4000-JOURNAL-AUDIT-FIN
           END-IF.
       3100-FERMER-FIN. EXIT.

      * LA REOUVERTURE EXIGE LE VISA D'UN SUPERVISEUR HABILITE.
       3200-ROUVRIR-DEB.
           MOVE 'O' TO WS-REOUVERTURE-OK.
           MOVE 'N' TO WS-SUPERV-TROUVE.
           IF FS-MVT-VISA NOT = SPACES
              PERFORM 3210-CHERCHER-SUPERV-DEB
                 THRU 3210-CHERCHER-SUPERV-FIN
                 VARYING WS-I-SUP FROM 1 BY 1
                 UNTIL WS-I-SUP > WS-NB-SUPERV
                    OR WS-SUPERV-TROUVE = 'O'
           END-IF.
           IF WS-SUPERV-TROUVE NOT = 'O'
              MOVE 'VISA SUPERVISEUR ABSENT OU NON HABILITE'
                 TO WS-MOTIF-REJET
              MOVE 'N' TO WS-REOUVERTURE-OK
           END-IF.
           IF WS-REOUVERTURE-OK = 'O'
              PERFORM 2100-LIRE-DECLARATION-DEB
                 THRU 2100-LIRE-DECLARATION-FIN
              IF SQLCODE = 100
                 MOVE 'DECLARATION INEXISTANTE' TO WS-MOTIF-REJET
                 MOVE 'N' TO WS-REOUVERTURE-OK
              END-IF
           END-IF.
           IF WS-REOUVERTURE-OK = 'O'
              IF SQLCODE NOT = ZERO
                 PERFORM 4900-ANOMALIE-SQL-DEB
                    THRU 4900-ANOMALIE-SQL-FIN
                 MOVE 'N' TO WS-REOUVERTURE-OK
              END-IF
           END-IF.
           IF WS-REOUVERTURE-OK = 'O'
              IF WS-ETAT-AVANT NOT = 'C'
                 MOVE 'DECLARATION NON FERMEE' TO WS-MOTIF-REJET
                 MOVE 'N' TO WS-REOUVERTURE-OK
              END-IF
           END-IF.
           IF WS-REOUVERTURE-OK = 'O'
              MOVE 'O' TO WS-ETAT-DEC
              EXEC SQL
                 UPDATE T2DECL
                     SET ETADEC = :WS-ETAT-DEC
                  WHERE IDART = :IDART
                    AND IDDEC = :IDDEC
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM 4900-ANOMALIE-SQL-DEB
                    THRU 4900-ANOMALIE-SQL-FIN
                 MOVE 'N' TO WS-REOUVERTURE-OK
              END-IF
           END-IF.
           IF WS-REOUVERTURE-OK = 'O'
              ADD 1 TO WS-CTR-ROUVERTES
              DISPLAY 'DECLARATION ROUVERTE : ' IDART ' ' IDDEC
                      ' VISA ' FS-MVT-VISA
              MOVE WS-QTE-AVANT TO WS-QTE-APRES
              MOVE 'O'          TO WS-ETAT-APRES
              PERFORM 4000-JOURNAL-AUDIT-DEB
                 THRU 4000-JOURNAL-AUDIT-FIN
              PERFORM 4100-NOTER-OUVERTE-DEB
                 THRU 4100-NOTER-OUVERTE-FIN
              PERFORM 4200-JOURNALISER-REOUVERTURE-DEB
                 THRU 4200-JOURNALISER-REOUVERTURE-FIN
           END-IF.
       3200-ROUVRIR-FIN. EXIT.

       3210-CHERCHER-SUPERV-DEB.
           IF WS-SUPERV(WS-I-SUP) = FS-MVT-VISA
              MOVE 'O' TO WS-SUPERV-TROUVE
           END-IF.
       3210-CHERCHER-SUPERV-FIN. EXIT.

      * IMAGE AVANT/APRES DANS LE JOURNAL D'AUDIT JAUDECL, AVEC
      * LE MEME FORMAT QUE D2MAJS2 COMPLETE DE L'ETAT AVANT ET
      * APRES (BLANC AVANT UNE CREATION) ; AUCUN MOUVEMENT DE
      * VENTE OU DE RETOUR N'EST EN CAUSE.
       4000-JOURNAL-AUDIT-DEB.
           EXEC SQL
              INSERT INTO JAUDECL
                  (DATRUN, PROGRAMME, IDART, IDDEC,
                   QTEAVANT, QTEAPRES, NBVEN, NBRET,
                   ETAVANT, ETAPRES)
              VALUES
                  (:WS-RUN-DATE, :WS-PROGRAM, :IDART, :IDDEC,
                   :WS-QTE-AVANT, :WS-QTE-APRES,
                   :WS-NB-VEN-OP, :WS-NB-RET-OP,
                   :WS-ETAT-AVANT, :WS-ETAT-APRES)
           END-EXEC.
           IF SQLCODE = ZERO
              ADD 1 TO WS-CTR-AUDIT
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'JOURNAL AUDIT NON ECRIT, SQLCODE '
                      WS-SQLCODE ' POUR ' IDART ' ' IDDEC
           END-IF.
       4000-JOURNAL-AUDIT-FIN. EXIT.

       4100-NOTER-OUVERTE-DEB.
           IF WS-NB-OUVERTES < 1000
              ADD 1 TO WS-NB-OUVERTES
              MOVE IDART TO WS-OUV-IDART(WS-NB-OUVERTES)
              MOVE IDDEC TO WS-OUV-IDDEC(WS-NB-OUVERTES)
           END-IF.
       4100-NOTER-OUVERTE-FIN. EXIT.

       4200-JOURNALISER-REOUVERTURE-DEB.
           MOVE SPACES TO WS-MSG-AUDIT.
           STRING 'REOUVERTURE DECLARATION ' FS-MVT-IDART ' '
                  FS-MVT-IDDEC
                  DELIMITED BY SIZE
                  INTO WS-MSG-AUDIT
           END-STRING.
           MOVE WS-PROGRAM    TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'W'           TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE FS-MVT-VISA   TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       4200-JOURNALISER-REOUVERTURE-FIN. EXIT.

       4900-ANOMALIE-SQL-DEB.
           MOVE SQLCODE TO WS-SQLCODE.
           STRING 'ANOMALIE SQL ' WS-SQLCODE
                  DELIMITED BY SIZE
                  INTO WS-MOTIF-REJET
           END-STRING.
           PERFORM 9999-ERREUR-SQL-DEB
              THRU 9999-ERREUR-SQL-FIN.
       4900-ANOMALIE-SQL-FIN. EXIT.

      * SUSPENS T2DECL (PROGRAMME D'ORIGINE D2MAJS22) DONT LA
      * DECLARATION A ETE CREEE OU ROUVERTE PENDANT CE RUN.
       5000-LISTER-SUSPENS-DEB.
           IF WS-NB-OUVERTES NOT = ZERO
              OPEN INPUT FSUSPENS
              IF WS-FS-SUSPENS NOT = '00'
                 DISPLAY 'AUCUNE OPERATION EN SUSPENS'
              ELSE
                 DISPLAY '--------------------------------------------'
                 DISPLAY 'SUSPENS DESORMAIS APPLICABLES PAR RETRYDEC :'
                 PERFORM 5010-LIRE-SUSPENS-DEB
                    THRU 5010-LIRE-SUSPENS-FIN
                    UNTIL WS-FS-SUSPENS NOT = '00'
                 CLOSE FSUSPENS
                 DISPLAY '--------------------------------------------'
              END-IF
           END-IF.
       5000-LISTER-SUSPENS-FIN. EXIT.

       5010-LIRE-SUSPENS-DEB.
           READ FSUSPENS
              AT END
                 MOVE '10' TO WS-FS-SUSPENS
           END-READ.
           IF WS-FS-SUSPENS = '00'
              AND FS-SUS-PROGRAMME = 'D2MAJS22'
              MOVE 'N' TO WS-OUVERTE-TROUVEE
              PERFORM 5020-CHERCHER-OUVERTE-DEB
                 THRU 5020-CHERCHER-OUVERTE-FIN
                 VARYING WS-I-OUV FROM 1 BY 1
                 UNTIL WS-I-OUV > WS-NB-OUVERTES
                    OR WS-OUVERTE-TROUVEE = 'O'
              IF WS-OUVERTE-TROUVEE = 'O'
                 ADD 1 TO WS-CTR-SUSPENS-DEBL
                 DISPLAY '  ' FS-SUS-IDART ' ' FS-SUS-IDDEC
                         ' OPERATION ' FS-SUS-OPERATION
                         ' DU ' FS-SUS-DATRUN
              END-IF
           END-IF.
       5010-LIRE-SUSPENS-FIN. EXIT.

       5020-CHERCHER-OUVERTE-DEB.
           IF WS-OUV-IDART(WS-I-OUV) = FS-SUS-IDART
              AND WS-OUV-IDDEC(WS-I-OUV) = FS-SUS-IDDEC
              MOVE 'O' TO WS-OUVERTE-TROUVEE
           END-IF.
       5020-CHERCHER-OUVERTE-FIN. EXIT.

      ********************************************************
      * RUNDATE PERMET DE DATER LE JOURNAL D'AUDIT DU JOUR
      * METIER TRAITE, COMME DANS D2MAJS2 ; A DEFAUT, LA DATE
      * DU JOUR EST PRISE.
      ********************************************************
       6005-LIRE-DATE-TRAITEMENT-DEB.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       6005-LIRE-DATE-TRAITEMENT-FIN. EXIT.

       9995-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     STATISTIQUES DU PROGRAMME DECMAINT   *'.
           DISPLAY '*  JOUR DE TRAITEMENT : ' WS-RUN-DATE.
           DISPLAY '*  MOUVEMENTS LUS     : ' WS-CTR-LUS.
           DISPLAY '*  CREEES             : ' WS-CTR-CREEES.
           DISPLAY '*  FERMEES            : ' WS-CTR-FERMEES.
           DISPLAY '*  ROUVERTES          : ' WS-CTR-ROUVERTES.
           DISPLAY '*  REJETES            : ' WS-CTR-REJETES.
           DISPLAY '*  LIGNES D''AUDIT     : ' WS-CTR-AUDIT.
           DISPLAY '*  SUSPENS DEBLOQUES  : ' WS-CTR-SUSPENS-DEBL.
           DISPLAY '********************************************'.
       9995-STATISTIQUES-FIN. EXIT.

       9990-FIN-NORMALE-DEB.
            DISPLAY '****************************************'
            DISPLAY '        FIN NORMALE DU PROGRAMME       *'
            DISPLAY '****************************************'
            STOP RUN.
       9990-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-SQL-DEB.
            MOVE WS-PROGRAM       TO WS-LIEN-ERRLOG-IN-PROGRAMME.
            MOVE 'S'              TO WS-LIEN-ERRLOG-IN-TYPE.
            MOVE SQLCODE          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
            CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
            DISPLAY WS-LIEN-ERRLOG-OU-MESSAGE.
       9999-ERREUR-SQL-FIN. EXIT.

       END PROGRAM DECMAINT.
