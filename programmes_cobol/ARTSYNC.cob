       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTSYNC.

      *********************************************************
      *     SYNCHRONISATION DU MAITRE ARTICLES INDEXE VERS LA
      *     TABLE DB2 TARTI.
      *
      *     LES ARTICLES NAISSENT COTE FICHIERS (ARTLOAD DANS
      *     ARTMAITRE.IDX) ALORS QUE TARTI NE CONNAIT QUE CEUX
      *     QU'ON Y A INSERES A LA MAIN : DEQTES ET RECONTAR
      *     SIGNALAIENT CHAQUE NUIT LES MEMES IDART MANQUANTS.
      *     CE PROGRAMME APPARIE LE MAITRE (CUMULE TOUS DEPOTS
      *     PAR ARTICLE, MEME CONVENTION QUE RECONTAR : LE CODE
      *     A 3 CARACTERES = LES 3 DERNIERS CHIFFRES DE L'IDART)
      *     ET TARTI, EN ORDRE D'IDART :
      *       - ARTICLE DU MAITRE ABSENT DE TARTI : INSERE AVEC
      *         SA QUANTITE COURANTE ;
      *       - ARTICLE DE TARTI SORTI DU MAITRE : MARQUE RETIRE
      *         (ETAART = 'R'), LA LIGNE EST CONSERVEE ;
      *       - ARTICLE RETIRE REAPPARU DANS LE MAITRE : REMIS
      *         ACTIF (ETAART = 'A').
      *     CHAQUE CHANGEMENT EST TRACE DANS FAUDITLOG (VIA
      *     ERRLOG). COMME DEQTES : MODEPREVIEW='O' LISTE LES
      *     CHANGEMENTS SANS RIEN TOUCHER ; CHECKPOINTN FIXE LE
      *     NOMBRE DE CHANGEMENTS ENTRE DEUX COMMIT ET
      *     REDEMARRER='R' REPREND APRES LE DERNIER IDART COMMITE
      *     (FICHIER DE REPRISE FREPSYNC).
      *********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ART
            ASSIGN TO "./files/artmaitre.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS FS-ART-CLE
            FILE STATUS IS WS-STATUS-ART.
      ************************
      * FICHIER DE REDEMARRAGE : UNE LIGNE PAR POINT DE CONTROLE,
      * CONTENANT LE DERNIER IDART ENTIEREMENT COMMITE -- MEME
      * PRINCIPE QUE LE FICHIER DE REPRISE DE DEQTES.
      ************************
           SELECT REPRISE
            ASSIGN TO FREPSYNC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REPRISE.
       DATA DIVISION.
       FILE SECTION.
       FD FIC-ART.
       01 FS-ENR-ART.
          05 FS-ART-CLE PIC X(6).
          05 FILLER     PIC X(22).
       FD REPRISE.
       01 FS-REPRISE PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-SQLCODE PIC -(6)9.
       01 WS-PROGRAM PIC X(8) VALUE 'ARTSYNC'.
       01 WS-STATUS-ART PIC XX.
      ************************
      * MODE APERCU (PREVIEW) : 'O' = SIMULATION SANS MISE A
      * JOUR, 'N' (DEFAUT) = SYNCHRONISATION REELLE DE TARTI.
      ************************
       01 WS-MODE-PREVIEW PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.

      * VUE DU MAITRE ARTICLES (MEME DECOUPAGE QUE LA PASSE
      * NOCTURNE).
       01 WS-ENR-ART.
          05 WS-CLE-ART.
             10 WS-CODEA PIC X(3).
             10 FILLER PIC X.
             10 WS-DEPOTA PIC X(2).
          05 FILLER PIC X.
          05 WS-SENS   PIC X(1).
          05 WS-VALEUR PIC 9(3).
          05 FILLER PIC X.
          05 WS-COUT-UNITAIRE PIC 9(4)V99.
          05 FILLER PIC X.
          05 WS-FAMILLE PIC X(3).
          05 FILLER PIC X(6).

      * ARTICLE COURANT COTE MAITRE (CUMUL DES DEPOTS) ET COTE
      * TARTI ; 99999 MARQUE LA FIN DE CHAQUE COTE.
       01 WS-CODE-COURANT PIC X(3).
       01 WS-CODE-NUM REDEFINES WS-CODE-COURANT PIC 9(3).
       01 WS-FAMILLE-COURANTE PIC X(3).
       01 WS-MAI-VALIDE PIC X.
       01 WS-MAI-IDART PIC 9(5).
       01 WS-MAI-QTE PIC S9(7) COMP-3.
       01 WS-TAR-IDART PIC 9(5).
       01 WS-IDART PIC S9(5) COMP-3.
       01 WS-QTEART PIC S9(7) COMP-3.
       01 WS-ETAART PIC X.
       01 WS-LIBART PIC X(24).
       01 WS-IDART-TRAITE PIC 9(5) VALUE ZERO.
       01 WS-QTEZ PIC -(6)9.
       01 WS-MSG-AUDIT PIC X(40).

       01 WS-CTR-INSERES PIC 9(5) VALUE ZERO.
       01 WS-CTR-RETIRES PIC 9(5) VALUE ZERO.
       01 WS-CTR-REACTIVES PIC 9(5) VALUE ZERO.
       01 WS-CTR-CODES-IGNORES PIC 9(5) VALUE ZERO.
       01 WS-CTR-CHANGEMENTS PIC 9(5) VALUE ZERO.

      * JOURNAL CENTRAL DES EXECUTIONS : APPEL AU DEMARRAGE ET
      * EN FIN DE RUN, MEME CONVENTION D'APPEL QUE RECAPJR.
       01 WS-SOUS-PROG-JRNRUN PIC X(8) VALUE 'JRNRUN'.
       01 WS-LIEN-JRNRUN.
          05 WS-LIEN-JRNRUN-IN.
             10 WS-LIEN-JRNRUN-IN-PROGRAMME PIC X(8).
             10 WS-LIEN-JRNRUN-IN-TYPE      PIC X.
             10 WS-LIEN-JRNRUN-IN-NB        PIC S9(7) COMP-3.
          05 WS-LIEN-JRNRUN-OU.
             10 WS-LIEN-JRNRUN-OU-CODE-RETOUR PIC X.
      ************************
      * REDEMARRAGE/CHECKPOINT : MEMES PARAMETRES QUE DEQTES
      * (REDEMARRER, CHECKPOINTN, 10 CHANGEMENTS PAR DEFAUT).
      ************************
       01 WS-STATUS-REPRISE PIC XX.
       01 WS-MODE-REDEMARRAGE PIC X VALUE 'N'.
       01 WS-ENV-CHECKPOINT-N PIC X(3) VALUE '010'.
       01 WS-CHECKPOINT-N PIC 9(3) VALUE 10.
       01 WS-CTR-CHECKPOINT PIC 9(3) VALUE ZERO.
       01 WS-IDART-REPRISE PIC S9(5) COMP-3 VALUE ZERO.
      * TRADUCTION DU CODE ANOMALIE ET JOURNALISATION CENTRALE,
      * MEME CONVENTION D'APPEL QUE S1DAT1 (ZONE DE LIEN LS-LIEN).
       01 WS-SOUS-PROG-ERRLOG PIC X(8) VALUE 'ERRLOG'.
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
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TARTI
           END-EXEC.
      * TARTI EN ORDRE D'IDART, AU-DELA DU DERNIER POINT DE
      * CONTROLE ; UN ETAT ABSENT (LIGNES ANTERIEURES A LA
      * COLONNE ETAART) VAUT ACTIF.
      * WITH HOLD : LE CURSEUR SURVIT AUX COMMIT DES TRANCHES.
           EXEC SQL
            DECLARE CURSA CURSOR WITH HOLD FOR
             SELECT IDART, VALUE(ETAART, 'A')
                 FROM TARTI
                 WHERE IDART > :WS-IDART-REPRISE
                 ORDER BY IDART
           END-EXEC.
      ************************
       PROCEDURE DIVISION.
       0000-START-DEB.
           ACCEPT WS-MODE-PREVIEW FROM ENVIRONMENT "MODEPREVIEW"
               ON EXCEPTION MOVE 'N' TO WS-MODE-PREVIEW
           END-ACCEPT.
           IF WS-MODE-PREVIEW NOT = 'O'
              MOVE 'N' TO WS-MODE-PREVIEW
           END-IF.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
               ON EXCEPTION
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY '* JOUR DE TRAITEMENT : ' WS-RUN-DATE.
           MOVE WS-PROGRAM TO WS-LIEN-JRNRUN-IN-PROGRAMME
           MOVE 'D' TO WS-LIEN-JRNRUN-IN-TYPE
           MOVE ZERO TO WS-LIEN-JRNRUN-IN-NB
           CALL WS-SOUS-PROG-JRNRUN USING WS-LIEN-JRNRUN

           IF WS-MODE-PREVIEW = 'O'
              DISPLAY '****************************************'
              DISPLAY '*   MODE APERCU (AUCUNE MISE A JOUR)    *'
              DISPLAY '****************************************'
           ELSE
              PERFORM 1010-LIRE-PARAMS-REPRISE-DEB
                 THRU 1010-LIRE-PARAMS-REPRISE-FIN
              PERFORM 1020-OUVRIR-REPRISE-ECRITURE-DEB
                 THRU 1020-OUVRIR-REPRISE-ECRITURE-FIN
           END-IF.
           PERFORM 1000-SYNCHRONISER-DEB
              THRU 1000-SYNCHRONISER-FIN.
           PERFORM 9995-STATISTIQUES-DEB
              THRU 9995-STATISTIQUES-FIN.
           PERFORM 9990-FIN-NORMALE-DEB
              THRU 9990-FIN-NORMALE-FIN.
       0000-START-FIN. EXIT.
      *----------------------------------------------------------------
      * APPARIEMENT MAITRE / TARTI EN ORDRE D'IDART, AVEC COMMIT
      * ET POINT DE CONTROLE TOUS LES WS-CHECKPOINT-N CHANGEMENTS.
      *----------------------------------------------------------------
       1000-SYNCHRONISER-DEB.
           OPEN INPUT FIC-ART.
           IF WS-STATUS-ART NOT = '00'
              DISPLAY 'MAITRE ARTICLES INDEXE INTROUVABLE : '
                      WS-STATUS-ART
              MOVE WS-STATUS-ART TO WS-LIEN-ERRLOG-IN-CODE-FICH
              MOVE 'F' TO WS-LIEN-ERRLOG-IN-TYPE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           EXEC SQL
              OPEN CURSA
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = ZERO
              DISPLAY 'ANOMALIE OUVERTURE CURSA ' WS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 2010-LIRE-MAITRE-DEB
              THRU 2010-LIRE-MAITRE-FIN.
           PERFORM 2000-ARTICLE-MAITRE-DEB
              THRU 2000-ARTICLE-MAITRE-FIN.
           PERFORM 3000-FETCH-TARTI-DEB
              THRU 3000-FETCH-TARTI-FIN.
           PERFORM 4000-APPARIER-DEB
              THRU 4000-APPARIER-FIN
              UNTIL WS-MAI-IDART = 99999
                AND WS-TAR-IDART = 99999.

           EXEC SQL
              CLOSE CURSA
           END-EXEC.
           CLOSE FIC-ART.

      *    DERNIERE TRANCHE : COMMIT FINAL ET POINT DE CONTROLE.
           IF WS-MODE-PREVIEW = 'N'
              EXEC SQL
                 COMMIT
              END-EXEC
              IF WS-CTR-CHECKPOINT > ZERO
                 MOVE WS-IDART-TRAITE TO FS-REPRISE
                 WRITE FS-REPRISE
              END-IF
              CLOSE REPRISE
           END-IF.
       1000-SYNCHRONISER-FIN. EXIT.

      *    REDEMARRER='R' RELIT LE DERNIER POINT DE CONTROLE (LA
      *    DERNIERE LIGNE DU FICHIER, ALIMENTE EN AJOUT
      *    CHRONOLOGIQUE) ; CHECKPOINTN FIXE LA TAILLE DES
      *    TRANCHES COMMITEES.
       1010-LIRE-PARAMS-REPRISE-DEB.
           ACCEPT WS-MODE-REDEMARRAGE FROM ENVIRONMENT "REDEMARRER"
              ON EXCEPTION
                 MOVE 'N' TO WS-MODE-REDEMARRAGE
           END-ACCEPT.
           IF WS-MODE-REDEMARRAGE NOT = 'R'
              MOVE 'N' TO WS-MODE-REDEMARRAGE
           END-IF.
           ACCEPT WS-ENV-CHECKPOINT-N FROM ENVIRONMENT "CHECKPOINTN"
              ON EXCEPTION
                 MOVE '010' TO WS-ENV-CHECKPOINT-N
           END-ACCEPT.
           MOVE WS-ENV-CHECKPOINT-N TO WS-CHECKPOINT-N.
           IF WS-CHECKPOINT-N = ZERO
              MOVE 10 TO WS-CHECKPOINT-N
           END-IF.
           MOVE ZERO TO WS-IDART-REPRISE.
           IF WS-MODE-REDEMARRAGE = 'R'
              OPEN INPUT REPRISE
              IF WS-STATUS-REPRISE = '00'
                 PERFORM 1015-LIRE-CHECKPOINT-DEB
                    THRU 1015-LIRE-CHECKPOINT-FIN
                    UNTIL WS-STATUS-REPRISE NOT = '00'
                 CLOSE REPRISE
                 DISPLAY 'REPRISE APRES IDART ' WS-IDART-REPRISE
              ELSE
                 DISPLAY 'FICHIER DE REPRISE ABSENT, RUN COMPLET'
              END-IF
           END-IF.
       1010-LIRE-PARAMS-REPRISE-FIN. EXIT.

       1015-LIRE-CHECKPOINT-DEB.
           READ REPRISE
              AT END
                 MOVE '10' TO WS-STATUS-REPRISE
              NOT AT END
                 MOVE FS-REPRISE TO WS-IDART-REPRISE
           END-READ.
       1015-LIRE-CHECKPOINT-FIN. EXIT.

       1020-OUVRIR-REPRISE-ECRITURE-DEB.
           IF WS-MODE-REDEMARRAGE = 'R'
              OPEN EXTEND REPRISE
           ELSE
              OPEN OUTPUT REPRISE
           END-IF.
           IF WS-STATUS-REPRISE NOT = '00'
              DISPLAY 'OUVERTURE FICHIER DE REPRISE EN ANOMALIE : '
                      WS-STATUS-REPRISE
           END-IF.
       1020-OUVRIR-REPRISE-ECRITURE-FIN. EXIT.
      *----------------------------------------------------------------
      * ARTICLE SUIVANT DU MAITRE : LES LIGNES DES DIFFERENTS
      * DEPOTS D'UN MEME CODE (CONSECUTIVES DANS L'ORDRE DE CLE)
      * SONT CUMULEES, TARTI NE CONNAIT QU'UNE QUANTITE PAR
      * ARTICLE. UN CODE NON NUMERIQUE N'A PAS D'IDART ET EST
      * IGNORE ; LES CODES DEJA COMMITES AVANT UNE REPRISE AUSSI.
      *----------------------------------------------------------------
       2000-ARTICLE-MAITRE-DEB.
           MOVE 'N' TO WS-MAI-VALIDE.
           PERFORM 2005-CUMULER-CODE-DEB
              THRU 2005-CUMULER-CODE-FIN
              UNTIL WS-MAI-VALIDE = 'O'.
       2000-ARTICLE-MAITRE-FIN. EXIT.

       2005-CUMULER-CODE-DEB.
           IF WS-STATUS-ART NOT = '00'
              MOVE 99999 TO WS-MAI-IDART
              MOVE 'O' TO WS-MAI-VALIDE
           ELSE
              MOVE WS-CODEA   TO WS-CODE-COURANT
              MOVE WS-FAMILLE TO WS-FAMILLE-COURANTE
              MOVE ZERO TO WS-MAI-QTE
              PERFORM 2020-CUMULER-DEPOT-DEB
                 THRU 2020-CUMULER-DEPOT-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
                    OR WS-CODEA NOT = WS-CODE-COURANT
              IF WS-CODE-COURANT NOT NUMERIC
                 ADD 1 TO WS-CTR-CODES-IGNORES
                 DISPLAY 'CODE ARTICLE NON NUMERIQUE, SANS IDART : '
                         WS-CODE-COURANT
              ELSE
                 MOVE WS-CODE-NUM TO WS-MAI-IDART
                 IF WS-MAI-IDART > WS-IDART-REPRISE
                    MOVE 'O' TO WS-MAI-VALIDE
                 END-IF
              END-IF
           END-IF.
       2005-CUMULER-CODE-FIN. EXIT.

       2010-LIRE-MAITRE-DEB.
           READ FIC-ART INTO WS-ENR-ART
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
       2010-LIRE-MAITRE-FIN. EXIT.

       2020-CUMULER-DEPOT-DEB.
           IF WS-SENS = '-'
              SUBTRACT WS-VALEUR FROM WS-MAI-QTE
           ELSE
              ADD WS-VALEUR TO WS-MAI-QTE
           END-IF.
           PERFORM 2010-LIRE-MAITRE-DEB
              THRU 2010-LIRE-MAITRE-FIN.
       2020-CUMULER-DEPOT-FIN. EXIT.

       3000-FETCH-TARTI-DEB.
           EXEC SQL
              FETCH CURSA
              INTO :WS-IDART, :WS-ETAART
           END-EXEC.
           IF SQLCODE = 100
              MOVE 99999 TO WS-TAR-IDART
           ELSE
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE FETCH CURSA ' WS-SQLCODE
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              MOVE WS-IDART TO WS-TAR-IDART
           END-IF.
       3000-FETCH-TARTI-FIN. EXIT.

       4000-APPARIER-DEB.
           EVALUATE TRUE
              WHEN WS-MAI-IDART < WS-TAR-IDART
                 MOVE WS-MAI-IDART TO WS-IDART-TRAITE
                 PERFORM 4100-INSERER-DEB
                    THRU 4100-INSERER-FIN
                 PERFORM 2000-ARTICLE-MAITRE-DEB
                    THRU 2000-ARTICLE-MAITRE-FIN
              WHEN WS-TAR-IDART < WS-MAI-IDART
                 MOVE WS-TAR-IDART TO WS-IDART-TRAITE
                 IF WS-ETAART NOT = 'R'
                    PERFORM 4200-RETIRER-DEB
                       THRU 4200-RETIRER-FIN
                 END-IF
                 PERFORM 3000-FETCH-TARTI-DEB
                    THRU 3000-FETCH-TARTI-FIN
              WHEN OTHER
                 MOVE WS-TAR-IDART TO WS-IDART-TRAITE
                 IF WS-ETAART = 'R'
                    PERFORM 4300-REACTIVER-DEB
                       THRU 4300-REACTIVER-FIN
                 END-IF
                 PERFORM 2000-ARTICLE-MAITRE-DEB
                    THRU 2000-ARTICLE-MAITRE-FIN
                 PERFORM 3000-FETCH-TARTI-DEB
                    THRU 3000-FETCH-TARTI-FIN
           END-EVALUATE.
       4000-APPARIER-FIN. EXIT.

       4100-INSERER-DEB.
           MOVE WS-MAI-QTE TO WS-QTEZ.
           DISPLAY 'IDART ' WS-MAI-IDART ' ABSENT DE TARTI, INSERE '
                   'QTE ' WS-QTEZ.
           ADD 1 TO WS-CTR-INSERES.
           IF WS-MODE-PREVIEW NOT = 'O'
              MOVE WS-MAI-IDART TO WS-IDART
              MOVE WS-MAI-QTE   TO WS-QTEART
              MOVE SPACES TO WS-LIBART
              STRING 'ARTICLE ' WS-CODE-COURANT
                     ' FAMILLE ' WS-FAMILLE-COURANTE
                     DELIMITED BY SIZE
                     INTO WS-LIBART
              END-STRING
              EXEC SQL
                 INSERT INTO TARTI
                     (IDART, LIBART, QTEART, ETAART)
                 VALUES
                     (:WS-IDART, :WS-LIBART, :WS-QTEART, 'A')
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE INSERT IDART ' WS-MAI-IDART
                         ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'TARTI INSERTION ' WS-MAI-IDART ' QTE ' WS-QTEZ
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 4900-CHANGEMENT-DEB
                 THRU 4900-CHANGEMENT-FIN
           END-IF.
       4100-INSERER-FIN. EXIT.

       4200-RETIRER-DEB.
           DISPLAY 'IDART ' WS-TAR-IDART ' SORTI DU MAITRE, '
                   'MARQUE RETIRE'.
           ADD 1 TO WS-CTR-RETIRES.
           IF WS-MODE-PREVIEW NOT = 'O'
              MOVE WS-TAR-IDART TO WS-IDART
              EXEC SQL
                 UPDATE TARTI
                    SET ETAART = 'R'
                  WHERE IDART = :WS-IDART
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE UPDATE IDART ' WS-TAR-IDART
                         ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'TARTI ARTICLE RETIRE ' WS-TAR-IDART
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 4900-CHANGEMENT-DEB
                 THRU 4900-CHANGEMENT-FIN
           END-IF.
       4200-RETIRER-FIN. EXIT.

       4300-REACTIVER-DEB.
           DISPLAY 'IDART ' WS-TAR-IDART ' REVENU AU MAITRE, '
                   'REMIS ACTIF'.
           ADD 1 TO WS-CTR-REACTIVES.
           IF WS-MODE-PREVIEW NOT = 'O'
              MOVE WS-TAR-IDART TO WS-IDART
              EXEC SQL
                 UPDATE TARTI
                    SET ETAART = 'A'
                  WHERE IDART = :WS-IDART
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE UPDATE IDART ' WS-TAR-IDART
                         ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'TARTI ARTICLE REACTIVE ' WS-TAR-IDART
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 4900-CHANGEMENT-DEB
                 THRU 4900-CHANGEMENT-FIN
           END-IF.
       4300-REACTIVER-FIN. EXIT.

      *    TRACE DU CHANGEMENT DANS FAUDITLOG, PUIS COMMIT ET
      *    POINT DE CONTROLE EN FIN DE TRANCHE.
       4900-CHANGEMENT-DEB.
           MOVE WS-PROGRAM   TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'          TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES       TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO         TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'          TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE SPACES       TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
           ADD 1 TO WS-CTR-CHANGEMENTS.
           ADD 1 TO WS-CTR-CHECKPOINT.
           IF WS-CTR-CHECKPOINT >= WS-CHECKPOINT-N
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE WS-IDART-TRAITE TO FS-REPRISE
              WRITE FS-REPRISE
              MOVE ZERO TO WS-CTR-CHECKPOINT
           END-IF.
       4900-CHANGEMENT-FIN. EXIT.

       9995-STATISTIQUES-DEB.
            DISPLAY '****************************************'
            DISPLAY '*   STATISTIQUES DU PROGRAMME ARTSYNC  *'
            DISPLAY '* MODE APERCU        : ' WS-MODE-PREVIEW
            DISPLAY '* ARTICLES INSERES   : ' WS-CTR-INSERES
            DISPLAY '* ARTICLES RETIRES   : ' WS-CTR-RETIRES
            DISPLAY '* ARTICLES REACTIVES : ' WS-CTR-REACTIVES
            DISPLAY '* CODES SANS IDART   : ' WS-CTR-CODES-IGNORES
            DISPLAY '****************************************'.
       9995-STATISTIQUES-FIN. EXIT.
       9990-FIN-NORMALE-DEB.
            MOVE WS-PROGRAM TO WS-LIEN-JRNRUN-IN-PROGRAMME
            MOVE 'F' TO WS-LIEN-JRNRUN-IN-TYPE
            MOVE WS-CTR-CHANGEMENTS TO WS-LIEN-JRNRUN-IN-NB
            CALL WS-SOUS-PROG-JRNRUN USING WS-LIEN-JRNRUN
            DISPLAY '****************************************'
            DISPLAY '        FIN NORMALE DU PROGRAMME       *'
            DISPLAY '****************************************'
            STOP RUN.
       9990-FIN-NORMALE-FIN. EXIT.
       9999-ERREUR-PROGRAMME-DEB.
            MOVE WS-PROGRAM TO WS-LIEN-JRNRUN-IN-PROGRAMME
            MOVE 'A' TO WS-LIEN-JRNRUN-IN-TYPE
            MOVE WS-CTR-CHANGEMENTS TO WS-LIEN-JRNRUN-IN-NB
            CALL WS-SOUS-PROG-JRNRUN USING WS-LIEN-JRNRUN
            MOVE WS-PROGRAM       TO WS-LIEN-ERRLOG-IN-PROGRAMME.
            IF WS-LIEN-ERRLOG-IN-TYPE NOT = 'F'
               MOVE 'S'           TO WS-LIEN-ERRLOG-IN-TYPE
               MOVE WS-SQLCODE    TO WS-LIEN-ERRLOG-IN-CODE-SQL
            END-IF.
            CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
            DISPLAY '**********************************'
            DISPLAY '*    UNE ANOMALIE A ETE DETECTEE *'
            DISPLAY '**********************************'
            DISPLAY WS-LIEN-ERRLOG-OU-MESSAGE
            STOP RUN.
       9999-ERREUR-PROGRAMME-FIN. EXIT.

       END PROGRAM ARTSYNC.
