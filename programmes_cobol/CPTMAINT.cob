       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPTMAINT.

      *===============================================================*
      *     TENUE DU PLAN DE COMPTES ADCDC.CPTE1 PAR MOUVEMENTS.      *
      *                                                               *
      *     CPTPOST REFUSE LES IMPUTATIONS SUR UN COMPTE FERME ('F')  *
      *     OU GELE ('G'), MAIS OUVRIR UN COMPTE, LE RENOMMER OU      *
      *     CHANGER SON STATUT SE FAISAIT EN SQL A LA MAIN. CE        *
      *     PROGRAMME APPLIQUE LE FICHIER DE MOUVEMENTS FCPTMVT,      *
      *     DANS L'ORDRE DU FICHIER :                                 *
      *       'C' = CREATION (NUMERO, NOM, CLASSE ; LA CLASSE DOIT    *
      *             ETRE LE PREMIER CHIFFRE DU NUMERO, COMME DANS     *
      *             LA BALANCE CPTBALAN ; SOLDE A ZERO, STATUT 'O')   *
      *       'R' = RENOMMAGE (REFUSE SUR UN COMPTE FERME)            *
      *       'G' = GEL D'UN COMPTE OUVERT                            *
      *       'D' = DEGEL D'UN COMPTE GELE                            *
      *       'F' = FERMETURE, REFUSEE TANT QUE LE SOLDE N'EST PAS    *
      *             NUL                                               *
      *     L'OPERATEUR S'IDENTIFIE PAR SIGNON AU DEMARRAGE ; CHAQUE  *
      *     CHANGEMENT EST COMMITE PUIS JOURNALISE A SON NOM DANS     *
      *     FAUDITLOG VIA ERRLOG. LES MOUVEMENTS REFUSES PARTENT      *
      *     DANS FREJPLAN AVEC LEUR MOTIF.                            *
      *     LE PLAN DE COMPTES PAR CLASSE, AVEC STATUT ET SOLDE, EST  *
      *     EDITE EN FIN DE RUN (IL REMPLACE LA LISTE TENUE DANS LE   *
      *     CLASSEUR DE LA COMPTABILITE).                             *
      *===============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMVT-PLAN ASSIGN TO FCPTMVT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MVT.
           SELECT FREJETS-PLAN ASSIGN TO FREJPLAN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJ.
       DATA DIVISION.
       FILE SECTION.
       FD FMVT-PLAN.
       01 FS-ENR-MVT-PLAN.
          05 FS-MVP-CODE    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-MVP-NUMCPT  PIC 9(6).
          05 FS-MVP-NUMCPT-R REDEFINES FS-MVP-NUMCPT.
             10 FS-MVP-CLASSE-NUM PIC 9(1).
             10 FILLER            PIC 9(5).
          05 FILLER PIC X(1).
          05 FS-MVP-CLASSE  PIC 9(1).
          05 FILLER PIC X(1).
          05 FS-MVP-NOMCPT  PIC X(30).
       FD FREJETS-PLAN.
       01 FS-ENR-REJ-PLAN.
          05 FS-REJ-MOUVEMENT PIC X(40).
          05 FILLER PIC X(1).
          05 FS-REJ-MOTIF     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-SQLCODE            PIC -(6)9.
       01 WS-PROGRAM-ID         PIC X(8) VALUE 'CPTMAINT'.
       01 WS-FS-MVT             PIC XX.
       01 WS-FS-REJ             PIC XX.

       01 WS-NUMCPT             PIC S9(6)    COMP-3.
       01 WS-NOMCPT             PIC X(30).
       01 WS-SOLDE              PIC S9(9)V99 COMP-3.
       01 WS-STATUT             PIC X(1).
       01 WS-STATUT-APRES       PIC X(1).
       01 WS-MOTIF-REJET        PIC X(30).
       01 WS-MSG-AUDIT          PIC X(40).

       01 WS-CTR-LUS            PIC 9(5) VALUE ZERO.
       01 WS-CTR-CREES          PIC 9(5) VALUE ZERO.
       01 WS-CTR-RENOMMES       PIC 9(5) VALUE ZERO.
       01 WS-CTR-STATUTS        PIC 9(5) VALUE ZERO.
       01 WS-CTR-REJETES        PIC 9(5) VALUE ZERO.

      * EDITION DU PLAN DE COMPTES, RUPTURE SUR LA CLASSE (PREMIER
      * CHIFFRE DU NUMERO).
       01 WS-PLAN-NUMCPT        PIC 9(6).
       01 WS-PLAN-NUMCPT-R REDEFINES WS-PLAN-NUMCPT.
          05 WS-PLAN-CLASSE     PIC 9(1).
          05 FILLER             PIC 9(5).
       01 WS-CLASSE-COURANTE    PIC 9(1).
       01 WS-PREMIERE-LIGNE     PIC X VALUE 'O'.
       01 WS-NB-CLASSE          PIC 9(5).
       01 WS-NB-PLAN            PIC 9(5) VALUE ZERO.
       01 WS-LIB-STATUT         PIC X(7).
       01 WS-ED-SOLDE           PIC -(9)9.99.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE CPLAN CURSOR FOR
                 SELECT NUMCPT, NOMCPT, SOLDE, STATUT
                 FROM ADCDC.CPTE1
                 ORDER BY NUMCPT
           END-EXEC.

      * IDENTIFICATION ET HABILITATION DE L'OPERATEUR AU
      * DEMARRAGE, VIA LE SOUS-PROGRAMME COMMUN SIGNON : SES
      * CHANGEMENTS SONT JOURNALISES A SON NOM DANS FAUDITLOG.
       01 WS-SOUS-PROG-SIGNON   PIC X(8) VALUE 'SIGNON'.
       01 WS-LIEN-SIGNON.
          05 WS-LIEN-SIGNON-IN.
             10 WS-LIEN-SIGNON-IN-OPERATEUR PIC X(8).
             10 WS-LIEN-SIGNON-IN-MOT-PASSE PIC X(8).
             10 WS-LIEN-SIGNON-IN-PROGRAMME PIC X(8).
          05 WS-LIEN-SIGNON-OU.
             10 WS-LIEN-SIGNON-OU-CODE-RETOUR PIC X.
             10 WS-LIEN-SIGNON-OU-MESSAGE     PIC X(40).
       01 WS-OPERATEUR          PIC X(8).

      * TRADUCTION DU CODE ANOMALIE ET JOURNALISATION CENTRALE,
      * MEME CONVENTION D'APPEL QUE LES AUTRES PROGRAMMES DU LOT.
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
       0000-CPTMAINT-DEB.
           DISPLAY '************************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME CPTMAINT              *'.
           DISPLAY '************************************************'.

           PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
              THRU 0005-IDENTIFIER-OPERATEUR-FIN.

           EXEC SQL
                SET CURRENT SQLID='ADCDC'
           END-EXEC.

           OPEN INPUT FMVT-PLAN.
           IF WS-FS-MVT NOT = '00'
              DISPLAY 'AUCUN MOUVEMENT DE PLAN DE COMPTES'
           ELSE
              OPEN OUTPUT FREJETS-PLAN
              PERFORM 2000-MOUVEMENT-DEB
                 THRU 2000-MOUVEMENT-FIN
                 UNTIL WS-FS-MVT NOT = '00'
              CLOSE FMVT-PLAN
              CLOSE FREJETS-PLAN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'MOUVEMENTS LUS    : ' WS-CTR-LUS.
           DISPLAY 'COMPTES CREES     : ' WS-CTR-CREES.
           DISPLAY 'COMPTES RENOMMES  : ' WS-CTR-RENOMMES.
           DISPLAY 'STATUTS CHANGES   : ' WS-CTR-STATUTS.
           DISPLAY 'MOUVEMENTS REJETES: ' WS-CTR-REJETES.

           PERFORM 8000-EDITER-PLAN-DEB
              THRU 8000-EDITER-PLAN-FIN.
           PERFORM 9998-FIN-NORMALE-DEB
              THRU 9998-FIN-NORMALE-FIN.
       0000-CPTMAINT-FIN. EXIT.

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
       0005-IDENTIFIER-OPERATEUR-FIN. EXIT.

       2000-MOUVEMENT-DEB.
           READ FMVT-PLAN
              AT END
                 MOVE '10' TO WS-FS-MVT
           END-READ.
           IF WS-FS-MVT = '00'
              ADD 1 TO WS-CTR-LUS
              MOVE SPACES        TO WS-MOTIF-REJET
              MOVE FS-MVP-NUMCPT TO WS-NUMCPT
              IF FS-MVP-CODE = 'C'
                 PERFORM 2100-CREER-COMPTE-DEB
                    THRU 2100-CREER-COMPTE-FIN
              ELSE
                 PERFORM 2200-LIRE-COMPTE-DEB
                    THRU 2200-LIRE-COMPTE-FIN
                 IF WS-MOTIF-REJET = SPACES
                    EVALUATE FS-MVP-CODE
                       WHEN 'R'
                          PERFORM 2300-RENOMMER-COMPTE-DEB
                             THRU 2300-RENOMMER-COMPTE-FIN
                       WHEN 'G'
                       WHEN 'D'
                       WHEN 'F'
                          PERFORM 2400-CHANGER-STATUT-DEB
                             THRU 2400-CHANGER-STATUT-FIN
                       WHEN OTHER
                          MOVE 'CODE MOUVEMENT INCONNU'
                             TO WS-MOTIF-REJET
                    END-EVALUATE
                 END-IF
              END-IF
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM 2900-REJETER-MVT-DEB
                    THRU 2900-REJETER-MVT-FIN
              END-IF
           END-IF.
       2000-MOUVEMENT-FIN. EXIT.

       2100-CREER-COMPTE-DEB.
           IF FS-MVP-CLASSE = ZERO
              OR FS-MVP-CLASSE NOT = FS-MVP-CLASSE-NUM
              MOVE 'CLASSE INCOHERENTE AVEC NUMERO' TO WS-MOTIF-REJET
           ELSE
              IF FS-MVP-NOMCPT = SPACES
                 MOVE 'NOM DE COMPTE OBLIGATOIRE' TO WS-MOTIF-REJET
              ELSE
                 MOVE FS-MVP-NOMCPT TO WS-NOMCPT
                 MOVE ZERO          TO WS-SOLDE
                 MOVE 'O'           TO WS-STATUT
                 EXEC SQL
                    INSERT INTO ADCDC.CPTE1
                        (NUMCPT, NOMCPT, SOLDE, STATUT)
                    VALUES
                        (:WS-NUMCPT, :WS-NOMCPT, :WS-SOLDE, :WS-STATUT)
                 END-EXEC
                 IF SQLCODE = -803
                    MOVE 'COMPTE DEJA EXISTANT' TO WS-MOTIF-REJET
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE SQLCODE TO WS-SQLCODE
                       DISPLAY 'ANOMALIE INSERT COMPTE ' FS-MVP-NUMCPT
                               ' : ' WS-SQLCODE
                       PERFORM 9999-ERREUR-SQL-DEB
                          THRU 9999-ERREUR-SQL-FIN
                    END-IF
                    ADD 1 TO WS-CTR-CREES
                    DISPLAY 'COMPTE CREE : ' FS-MVP-NUMCPT ' '
                            FS-MVP-NOMCPT
                    MOVE SPACES TO WS-MSG-AUDIT
                    STRING 'CPTE1 CREATION ' FS-MVP-NUMCPT ' CLASSE '
                           FS-MVP-CLASSE
                           DELIMITED BY SIZE
                           INTO WS-MSG-AUDIT
                    END-STRING
                    PERFORM 7000-VALIDER-CHANGEMENT-DEB
                       THRU 7000-VALIDER-CHANGEMENT-FIN
                 END-IF
              END-IF
           END-IF.
       2100-CREER-COMPTE-FIN. EXIT.

       2200-LIRE-COMPTE-DEB.
           EXEC SQL
              SELECT SOLDE, STATUT
                INTO :WS-SOLDE, :WS-STATUT
                FROM ADCDC.CPTE1
               WHERE NUMCPT = :WS-NUMCPT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'COMPTE INCONNU' TO WS-MOTIF-REJET
           ELSE
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE SELECT COMPTE ' FS-MVP-NUMCPT
                         ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              END-IF
           END-IF.
       2200-LIRE-COMPTE-FIN. EXIT.

       2300-RENOMMER-COMPTE-DEB.
           IF WS-STATUT = 'F'
              MOVE 'COMPTE FERME' TO WS-MOTIF-REJET
           ELSE
              IF FS-MVP-NOMCPT = SPACES
                 MOVE 'NOM DE COMPTE OBLIGATOIRE' TO WS-MOTIF-REJET
              ELSE
                 MOVE FS-MVP-NOMCPT TO WS-NOMCPT
                 EXEC SQL
                    UPDATE ADCDC.CPTE1
                       SET NOMCPT = :WS-NOMCPT
                     WHERE NUMCPT = :WS-NUMCPT
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    MOVE SQLCODE TO WS-SQLCODE
                    DISPLAY 'ANOMALIE UPDATE COMPTE ' FS-MVP-NUMCPT
                            ' : ' WS-SQLCODE
                    PERFORM 9999-ERREUR-SQL-DEB
                       THRU 9999-ERREUR-SQL-FIN
                 END-IF
                 ADD 1 TO WS-CTR-RENOMMES
                 DISPLAY 'COMPTE RENOMME : ' FS-MVP-NUMCPT ' '
                         FS-MVP-NOMCPT
                 MOVE SPACES TO WS-MSG-AUDIT
                 STRING 'CPTE1 RENOMMAGE ' FS-MVP-NUMCPT
                        DELIMITED BY SIZE
                        INTO WS-MSG-AUDIT
                 END-STRING
                 PERFORM 7000-VALIDER-CHANGEMENT-DEB
                    THRU 7000-VALIDER-CHANGEMENT-FIN
              END-IF
           END-IF.
       2300-RENOMMER-COMPTE-FIN. EXIT.

      * TRANSITIONS ADMISES : GEL O -> G, DEGEL G -> O,
      * FERMETURE O OU G -> F A SOLDE NUL. UN COMPTE FERME NE
      * CHANGE PLUS DE STATUT.
       2400-CHANGER-STATUT-DEB.
           EVALUATE TRUE
              WHEN WS-STATUT = 'F'
                 MOVE 'COMPTE FERME' TO WS-MOTIF-REJET
              WHEN FS-MVP-CODE = 'G' AND WS-STATUT NOT = 'O'
                 MOVE 'COMPTE NON OUVERT' TO WS-MOTIF-REJET
              WHEN FS-MVP-CODE = 'D' AND WS-STATUT NOT = 'G'
                 MOVE 'COMPTE NON GELE' TO WS-MOTIF-REJET
              WHEN FS-MVP-CODE = 'F' AND WS-SOLDE NOT = ZERO
                 MOVE 'SOLDE NON NUL' TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET = SPACES
              EVALUATE FS-MVP-CODE
                 WHEN 'G'
                    MOVE 'G' TO WS-STATUT-APRES
                 WHEN 'D'
                    MOVE 'O' TO WS-STATUT-APRES
                 WHEN OTHER
                    MOVE 'F' TO WS-STATUT-APRES
              END-EVALUATE
              EXEC SQL
                 UPDATE ADCDC.CPTE1
                    SET STATUT = :WS-STATUT-APRES
                  WHERE NUMCPT = :WS-NUMCPT
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE UPDATE COMPTE ' FS-MVP-NUMCPT
                         ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              END-IF
              ADD 1 TO WS-CTR-STATUTS
              DISPLAY 'COMPTE ' FS-MVP-NUMCPT ' STATUT ' WS-STATUT
                      ' -> ' WS-STATUT-APRES
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'CPTE1 STATUT ' FS-MVP-NUMCPT ' '
                     WS-STATUT ' -> ' WS-STATUT-APRES
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 7000-VALIDER-CHANGEMENT-DEB
                 THRU 7000-VALIDER-CHANGEMENT-FIN
           END-IF.
       2400-CHANGER-STATUT-FIN. EXIT.

       2900-REJETER-MVT-DEB.
           ADD 1 TO WS-CTR-REJETES.
           MOVE SPACES          TO FS-ENR-REJ-PLAN.
           MOVE FS-ENR-MVT-PLAN TO FS-REJ-MOUVEMENT.
           MOVE WS-MOTIF-REJET  TO FS-REJ-MOTIF.
           WRITE FS-ENR-REJ-PLAN.
           DISPLAY 'MOUVEMENT REJETE, ' WS-MOTIF-REJET ' : '
                   FS-MVP-CODE ' ' FS-MVP-NUMCPT.
       2900-REJETER-MVT-FIN. EXIT.

      * CHAQUE CHANGEMENT EST COMMITE AVANT D'ETRE JOURNALISE :
      * CE QUI EST DANS FAUDITLOG EST DANS CPTE1.
       7000-VALIDER-CHANGEMENT-DEB.
           EXEC SQL
              COMMIT
           END-EXEC.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'           TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       7000-VALIDER-CHANGEMENT-FIN. EXIT.

      * PLAN DE COMPTES PAR CLASSE : NUMERO, NOM, STATUT EN CLAIR
      * ET SOLDE, AVEC LE NOMBRE DE COMPTES PAR CLASSE.
       8000-EDITER-PLAN-DEB.
           DISPLAY '================================================'.
           DISPLAY 'PLAN DE COMPTES ADCDC.CPTE1'.
           DISPLAY '================================================'.
           EXEC SQL
              OPEN CPLAN
           END-EXEC.
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ANOMALIE OUVERTURE CPLAN ' WS-SQLCODE
              PERFORM 9999-ERREUR-SQL-DEB
                 THRU 9999-ERREUR-SQL-FIN
           END-IF.
           PERFORM 8010-LIGNE-PLAN-DEB
              THRU 8010-LIGNE-PLAN-FIN
              UNTIL SQLCODE NOT = ZERO.
           EXEC SQL
              CLOSE CPLAN
           END-EXEC.
           IF WS-PREMIERE-LIGNE = 'N'
              DISPLAY '   COMPTES DE LA CLASSE : ' WS-NB-CLASSE
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'TOTAL DES COMPTES : ' WS-NB-PLAN.
       8000-EDITER-PLAN-FIN. EXIT.

       8010-LIGNE-PLAN-DEB.
           EXEC SQL
              FETCH CPLAN
              INTO :WS-NUMCPT, :WS-NOMCPT, :WS-SOLDE, :WS-STATUT
           END-EXEC.
           IF SQLCODE NOT = 100
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE FETCH CPLAN ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              END-IF
              MOVE WS-NUMCPT TO WS-PLAN-NUMCPT
              IF WS-PREMIERE-LIGNE = 'O'
                 OR WS-PLAN-CLASSE NOT = WS-CLASSE-COURANTE
                 IF WS-PREMIERE-LIGNE = 'N'
                    DISPLAY '   COMPTES DE LA CLASSE : ' WS-NB-CLASSE
                 END-IF
                 MOVE 'N'            TO WS-PREMIERE-LIGNE
                 MOVE WS-PLAN-CLASSE TO WS-CLASSE-COURANTE
                 MOVE ZERO           TO WS-NB-CLASSE
                 DISPLAY '------------------------'
                         '------------------------'
                 DISPLAY 'CLASSE ' WS-PLAN-CLASSE
              END-IF
              EVALUATE WS-STATUT
                 WHEN 'G'
                    MOVE 'GELE'    TO WS-LIB-STATUT
                 WHEN 'F'
                    MOVE 'FERME'   TO WS-LIB-STATUT
                 WHEN OTHER
                    MOVE 'OUVERT'  TO WS-LIB-STATUT
              END-EVALUATE
              MOVE WS-SOLDE TO WS-ED-SOLDE
              DISPLAY '   ' WS-PLAN-NUMCPT ' ' WS-NOMCPT ' '
                      WS-LIB-STATUT ' ' WS-ED-SOLDE
              ADD 1 TO WS-NB-CLASSE
              ADD 1 TO WS-NB-PLAN
           END-IF.
       8010-LIGNE-PLAN-FIN. EXIT.

       9998-FIN-NORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*     FIN NORMALE DU PROGRAMME CPTMAINT        *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9998-FIN-NORMALE-FIN. EXIT.

       9990-FIN-ANORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
            DISPLAY '*     FIN ANORMALE DU PROGRAMME CPTMAINT       *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9990-FIN-ANORMALE-FIN. EXIT.

       9999-ERREUR-SQL-DEB.
            EXEC SQL
               ROLLBACK
            END-EXEC.
            MOVE WS-PROGRAM-ID    TO WS-LIEN-ERRLOG-IN-PROGRAMME.
            MOVE 'S'              TO WS-LIEN-ERRLOG-IN-TYPE.
            MOVE SQLCODE          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
            CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
            DISPLAY WS-LIEN-ERRLOG-OU-MESSAGE.
            PERFORM 9990-FIN-ANORMALE-DEB
               THRU 9990-FIN-ANORMALE-FIN.
       9999-ERREUR-SQL-FIN. EXIT.

       END PROGRAM CPTMAINT.
