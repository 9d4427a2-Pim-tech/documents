       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPTRAPRO.

      *===============================================================*
      *     RAPPROCHEMENT BANCAIRE : RELEVE DE LA BANQUE CONTRE LE    *
      *     JOURNAL D'IMPUTATION DE CPTPOST (FIMPJRNL).               *
      *                                                               *
      *     RIEN NE PROUVAIT QUE LE COMPTE BANQUE DE CPTE1 ETAIT      *
      *     D'ACCORD AVEC LA BANQUE. CE PROGRAMME LIT LE RELEVE       *
      *     QUOTIDIEN DE LA BANQUE (FRELBANQ : DATE, MONTANT, SIGNE,  *
      *     REFERENCE) ET RAPPROCHE CHAQUE LIGNE D'UNE ECRITURE DU    *
      *     JOURNAL SUR LE COMPTE BANQUE (COMPTBQ, A DEFAUT 512000) : *
      *       - MEME REFERENCE (PIECE DU JOURNAL),                    *
      *       - MEME MONTANT ET MEME SENS ; UN '+' DE LA BANQUE       *
      *         (ENTREE DE FONDS) REPOND A UN CREDIT DU JOURNAL, UN   *
      *         '-' A UN DEBIT (CONVENTION DE SIGNE DE CPTPOST : UN   *
      *         CREDIT AJOUTE AU SOLDE, UN DEBIT EN RETRANCHE),       *
      *       - DATES ECARTEES D'AU PLUS TOLERBQ JOURS (DEFAUT 3).    *
      *     CHAQUE PAIRE RAPPROCHEE EST ARCHIVEE DANS FRAPPHIS : AU   *
      *     RUN SUIVANT, LA LIGNE DE RELEVE ET L'ECRITURE DEJA        *
      *     RAPPROCHEES NE SONT PLUS REPRISES, CHACUNE NE SERT QU'UNE *
      *     FOIS.                                                     *
      *     L'ETAT DE RAPPROCHEMENT LISTE LES LIGNES DE RELEVE NON    *
      *     RAPPROCHEES, LES ECRITURES DU JOURNAL NON RAPPROCHEES,    *
      *     PUIS LE SOLDE RAPPROCHE : SOLDE CPTE1 DU COMPTE BANQUE,   *
      *     PLUS LES LIGNES DE RELEVE NON COMPTABILISEES, MOINS LES   *
      *     ECRITURES NON ENCORE PASSEES EN BANQUE.                   *
      *===============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRELEVE-BANQUE ASSIGN TO FRELBANQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT FJOURNAL-IMPUT ASSIGN TO FIMPJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JRN.
           SELECT FHISTO-RAPPRO ASSIGN TO FRAPPHIS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HIS.
       DATA DIVISION.
       FILE SECTION.
       FD FRELEVE-BANQUE.
       01 FS-ENR-RELEVE.
          05 FS-REL-DATE    PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-REL-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-REL-SIGNE   PIC X(1).
          05 FILLER PIC X(1).
          05 FS-REL-REF     PIC X(10).
       FD FJOURNAL-IMPUT.
       01 FS-ENR-JRN-IMPUT.
          05 FS-JRN-DATE    PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-JRN-NUMCPT  PIC 9(6).
          05 FILLER PIC X(1).
          05 FS-JRN-SENS    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-JRN-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-JRN-PIECE   PIC X(10).
       FD FHISTO-RAPPRO.
       01 FS-ENR-HISTO.
          05 FS-HIS-REL-DATE    PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-HIS-REL-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-HIS-REL-SIGNE   PIC X(1).
          05 FILLER PIC X(1).
          05 FS-HIS-REL-REF     PIC X(10).
          05 FILLER PIC X(1).
          05 FS-HIS-JRN-DATE    PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-HIS-JRN-SENS    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-HIS-JRN-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-HIS-JRN-PIECE   PIC X(10).
          05 FILLER PIC X(1).
          05 FS-HIS-DATE-RAPPRO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-SQLCODE            PIC -(6)9.
       01 WS-PROGRAM-ID         PIC X(8) VALUE 'CPTRAPRO'.
       01 WS-FS-REL             PIC XX.
       01 WS-FS-JRN             PIC XX.
       01 WS-FS-HIS             PIC XX.

       01 WS-COMPTE-SAISI       PIC X(6).
       01 WS-COMPTE-BANQUE      PIC 9(6) VALUE 512000.
       01 WS-TOLER-SAISIE       PIC X(2).
       01 WS-TOLERANCE          PIC 9(2) VALUE 3.
       01 WS-RUN-DATE           PIC X(8).
       01 WS-JOUR-DU-JOUR       PIC 9(8).

      * ECRITURES DU JOURNAL SUR LE COMPTE BANQUE ; 'O' EN
      * RAPPROCHE QUAND L'ECRITURE A SA LIGNE DE RELEVE (CE RUN OU
      * UN RUN PRECEDENT).
       01 WS-ECRITURES.
          05 WS-NB-ECR PIC 9(4) VALUE 0.
          05 WS-ECR OCCURS 2000 TIMES.
             10 WS-ECR-DATE     PIC 9(8).
             10 WS-ECR-SENS     PIC X(1).
             10 WS-ECR-MONTANT  PIC 9(7)V99.
             10 WS-ECR-PIECE    PIC X(10).
             10 WS-ECR-RAPPRO   PIC X(1).
       01 WS-IND-ECR            PIC 9(4).
       01 WS-ECR-TROUVEE        PIC 9(4).

      * LIGNES DE RELEVE DEJA RAPPROCHEES AUX RUNS PRECEDENTS ;
      * 'O' EN CONSOMMEE DES QU'UNE LIGNE DU RELEVE LUI REPOND.
       01 WS-HISTO.
          05 WS-NB-HIS PIC 9(4) VALUE 0.
          05 WS-HIS OCCURS 2000 TIMES.
             10 WS-HIS-DATE     PIC 9(8).
             10 WS-HIS-MONTANT  PIC 9(7)V99.
             10 WS-HIS-SIGNE    PIC X(1).
             10 WS-HIS-REF      PIC X(10).
             10 WS-HIS-CONSOMME PIC X(1).
       01 WS-IND-HIS            PIC 9(4).
       01 WS-HIS-TROUVE         PIC X(1).

       01 WS-SENS-ATTENDU       PIC X(1).
       01 WS-ECART-JOURS        PIC S9(5).

       01 WS-NUMCPT             PIC S9(6)    COMP-3.
       01 WS-SOLDE              PIC S9(9)V99 COMP-3.
       01 WS-STATUT             PIC X(1).

       01 WS-CTR-LIGNES         PIC 9(5) VALUE ZERO.
       01 WS-CTR-DEJA           PIC 9(5) VALUE ZERO.
       01 WS-CTR-RAPPRO         PIC 9(5) VALUE ZERO.
       01 WS-CTR-REL-NON        PIC 9(5) VALUE ZERO.
       01 WS-CTR-ECR-NON        PIC 9(5) VALUE ZERO.
       01 WS-TOT-REL-NON        PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-ECR-NON        PIC S9(11)V99 VALUE ZERO.
       01 WS-SOLDE-RAPPRO       PIC S9(11)V99.
       01 WS-ED-SOLDE           PIC -(9)9.99.
       01 WS-ED-MONTANT         PIC ZZZZZZ9.99.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

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
       0000-CPTRAPRO-DEB.
           DISPLAY '************************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME CPTRAPRO              *'.
           DISPLAY '************************************************'.

           EXEC SQL
                SET CURRENT SQLID='ADCDC'
           END-EXEC.

           PERFORM 0010-PARAMETRES-DEB
              THRU 0010-PARAMETRES-FIN.
           PERFORM 1000-CHARGER-JOURNAL-DEB
              THRU 1000-CHARGER-JOURNAL-FIN.
           PERFORM 1100-CHARGER-HISTO-DEB
              THRU 1100-CHARGER-HISTO-FIN.

           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'RAPPROCHEMENT BANCAIRE DU COMPTE '
                   WS-COMPTE-BANQUE ' AU ' WS-JOUR-DU-JOUR.
           DISPLAY 'TOLERANCE DE DATE : ' WS-TOLERANCE ' JOUR(S)'.
           DISPLAY '================================================'.
           DISPLAY 'LIGNES DU RELEVE NON RAPPROCHEES :'.
           OPEN INPUT FRELEVE-BANQUE.
           IF WS-FS-REL NOT = '00'
              DISPLAY '   RELEVE BANCAIRE INTROUVABLE'
           ELSE
              OPEN EXTEND FHISTO-RAPPRO
              IF WS-FS-HIS NOT = '00'
                 OPEN OUTPUT FHISTO-RAPPRO
              END-IF
              PERFORM 2000-LIGNE-RELEVE-DEB
                 THRU 2000-LIGNE-RELEVE-FIN
                 UNTIL WS-FS-REL NOT = '00'
              CLOSE FRELEVE-BANQUE
              CLOSE FHISTO-RAPPRO
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'ECRITURES DU JOURNAL NON RAPPROCHEES :'.
           PERFORM 3000-ECRITURE-NON-RAPPRO-DEB
              THRU 3000-ECRITURE-NON-RAPPRO-FIN
              VARYING WS-IND-ECR FROM 1 BY 1
              UNTIL WS-IND-ECR > WS-NB-ECR.

           PERFORM 4000-SOLDE-RAPPROCHE-DEB
              THRU 4000-SOLDE-RAPPROCHE-FIN.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LIGNES DE RELEVE LUES      : ' WS-CTR-LIGNES.
           DISPLAY 'DEJA RAPPROCHEES           : ' WS-CTR-DEJA.
           DISPLAY 'RAPPROCHEES CE JOUR        : ' WS-CTR-RAPPRO.
           DISPLAY 'LIGNES RELEVE NON RAPPRO.  : ' WS-CTR-REL-NON.
           DISPLAY 'ECRITURES NON RAPPROCHEES  : ' WS-CTR-ECR-NON.
           PERFORM 9998-FIN-NORMALE-DEB
              THRU 9998-FIN-NORMALE-FIN.
       0000-CPTRAPRO-FIN. EXIT.

       0010-PARAMETRES-DEB.
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 MOVE SPACES TO WS-RUN-DATE
           END-ACCEPT.
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-JOUR-DU-JOUR FROM DATE YYYYMMDD
           ELSE
              MOVE WS-RUN-DATE TO WS-JOUR-DU-JOUR
           END-IF.
           MOVE SPACES TO WS-COMPTE-SAISI.
           ACCEPT WS-COMPTE-SAISI FROM ENVIRONMENT "COMPTBQ"
              ON EXCEPTION
                 MOVE SPACES TO WS-COMPTE-SAISI
           END-ACCEPT.
           IF WS-COMPTE-SAISI NOT = SPACES
              MOVE WS-COMPTE-SAISI TO WS-COMPTE-BANQUE
           END-IF.
           MOVE SPACES TO WS-TOLER-SAISIE.
           ACCEPT WS-TOLER-SAISIE FROM ENVIRONMENT "TOLERBQ"
              ON EXCEPTION
                 MOVE SPACES TO WS-TOLER-SAISIE
           END-ACCEPT.
           IF WS-TOLER-SAISIE NOT = SPACES
              MOVE WS-TOLER-SAISIE TO WS-TOLERANCE
           END-IF.
       0010-PARAMETRES-FIN. EXIT.

      * LES ECRITURES DU COMPTE BANQUE SONT CHARGEES EN TABLE,
      * DANS L'ORDRE DU JOURNAL.
       1000-CHARGER-JOURNAL-DEB.
           OPEN INPUT FJOURNAL-IMPUT.
           IF WS-FS-JRN NOT = '00'
              DISPLAY 'JOURNAL D''IMPUTATION INTROUVABLE'
           ELSE
              PERFORM 1010-UNE-ECRITURE-DEB
                 THRU 1010-UNE-ECRITURE-FIN
                 UNTIL WS-FS-JRN NOT = '00'
              CLOSE FJOURNAL-IMPUT
           END-IF.
       1000-CHARGER-JOURNAL-FIN. EXIT.

       1010-UNE-ECRITURE-DEB.
           READ FJOURNAL-IMPUT
              AT END
                 MOVE '10' TO WS-FS-JRN
           END-READ.
           IF WS-FS-JRN = '00'
              IF FS-JRN-NUMCPT = WS-COMPTE-BANQUE
                 IF WS-NB-ECR NOT < 2000
                    DISPLAY 'TABLE DES ECRITURES PLEINE, ECRITURE '
                            'IGNOREE : ' FS-JRN-PIECE
                 ELSE
                    ADD 1 TO WS-NB-ECR
                    MOVE FS-JRN-DATE    TO WS-ECR-DATE(WS-NB-ECR)
                    MOVE FS-JRN-SENS    TO WS-ECR-SENS(WS-NB-ECR)
                    MOVE FS-JRN-MONTANT TO WS-ECR-MONTANT(WS-NB-ECR)
                    MOVE FS-JRN-PIECE   TO WS-ECR-PIECE(WS-NB-ECR)
                    MOVE 'N'            TO WS-ECR-RAPPRO(WS-NB-ECR)
                 END-IF
              END-IF
           END-IF.
       1010-UNE-ECRITURE-FIN. EXIT.

      * L'HISTORIQUE DES PAIRES RAPPROCHEES MARQUE LES ECRITURES
      * DEJA SERVIES ET GARDE LES LIGNES DE RELEVE DEJA VUES.
       1100-CHARGER-HISTO-DEB.
           OPEN INPUT FHISTO-RAPPRO.
           IF WS-FS-HIS = '00'
              PERFORM 1110-UNE-PAIRE-DEB
                 THRU 1110-UNE-PAIRE-FIN
                 UNTIL WS-FS-HIS NOT = '00'
              CLOSE FHISTO-RAPPRO
           END-IF.
       1100-CHARGER-HISTO-FIN. EXIT.

       1110-UNE-PAIRE-DEB.
           READ FHISTO-RAPPRO
              AT END
                 MOVE '10' TO WS-FS-HIS
           END-READ.
           IF WS-FS-HIS = '00'
              MOVE ZERO TO WS-ECR-TROUVEE
              PERFORM 1120-ECRITURE-HISTO-DEB
                 THRU 1120-ECRITURE-HISTO-FIN
                 VARYING WS-IND-ECR FROM 1 BY 1
                 UNTIL WS-IND-ECR > WS-NB-ECR
                 OR WS-ECR-TROUVEE NOT = ZERO
              IF WS-ECR-TROUVEE NOT = ZERO
                 MOVE 'O' TO WS-ECR-RAPPRO(WS-ECR-TROUVEE)
              END-IF
              IF WS-NB-HIS < 2000
                 ADD 1 TO WS-NB-HIS
                 MOVE FS-HIS-REL-DATE    TO WS-HIS-DATE(WS-NB-HIS)
                 MOVE FS-HIS-REL-MONTANT TO WS-HIS-MONTANT(WS-NB-HIS)
                 MOVE FS-HIS-REL-SIGNE   TO WS-HIS-SIGNE(WS-NB-HIS)
                 MOVE FS-HIS-REL-REF     TO WS-HIS-REF(WS-NB-HIS)
                 MOVE 'N'                TO WS-HIS-CONSOMME(WS-NB-HIS)
              END-IF
           END-IF.
       1110-UNE-PAIRE-FIN. EXIT.

       1120-ECRITURE-HISTO-DEB.
           IF WS-ECR-RAPPRO(WS-IND-ECR) = 'N'
              AND WS-ECR-DATE(WS-IND-ECR)    = FS-HIS-JRN-DATE
              AND WS-ECR-SENS(WS-IND-ECR)    = FS-HIS-JRN-SENS
              AND WS-ECR-MONTANT(WS-IND-ECR) = FS-HIS-JRN-MONTANT
              AND WS-ECR-PIECE(WS-IND-ECR)   = FS-HIS-JRN-PIECE
              MOVE WS-IND-ECR TO WS-ECR-TROUVEE
           END-IF.
       1120-ECRITURE-HISTO-FIN. EXIT.

      * UNE LIGNE DE RELEVE : DEJA RAPPROCHEE A UN RUN PRECEDENT,
      * RAPPROCHEE D'UNE ECRITURE LIBRE, OU LISTEE NON RAPPROCHEE.
       2000-LIGNE-RELEVE-DEB.
           READ FRELEVE-BANQUE
              AT END
                 MOVE '10' TO WS-FS-REL
           END-READ.
           IF WS-FS-REL = '00'
              ADD 1 TO WS-CTR-LIGNES
              MOVE 'N' TO WS-HIS-TROUVE
              PERFORM 2010-DEJA-RAPPROCHEE-DEB
                 THRU 2010-DEJA-RAPPROCHEE-FIN
                 VARYING WS-IND-HIS FROM 1 BY 1
                 UNTIL WS-IND-HIS > WS-NB-HIS
                 OR WS-HIS-TROUVE = 'O'
              IF WS-HIS-TROUVE = 'O'
                 ADD 1 TO WS-CTR-DEJA
              ELSE
                 IF FS-REL-SIGNE = '-'
                    MOVE 'D' TO WS-SENS-ATTENDU
                 ELSE
                    MOVE 'C' TO WS-SENS-ATTENDU
                 END-IF
                 MOVE ZERO TO WS-ECR-TROUVEE
                 PERFORM 2020-CHERCHER-ECRITURE-DEB
                    THRU 2020-CHERCHER-ECRITURE-FIN
                    VARYING WS-IND-ECR FROM 1 BY 1
                    UNTIL WS-IND-ECR > WS-NB-ECR
                    OR WS-ECR-TROUVEE NOT = ZERO
                 IF WS-ECR-TROUVEE NOT = ZERO
                    PERFORM 2100-ARCHIVER-PAIRE-DEB
                       THRU 2100-ARCHIVER-PAIRE-FIN
                 ELSE
                    ADD 1 TO WS-CTR-REL-NON
                    IF FS-REL-SIGNE = '-'
                       SUBTRACT FS-REL-MONTANT FROM WS-TOT-REL-NON
                    ELSE
                       ADD FS-REL-MONTANT TO WS-TOT-REL-NON
                    END-IF
                    MOVE FS-REL-MONTANT TO WS-ED-MONTANT
                    DISPLAY '   ' FS-REL-DATE ' ' FS-REL-REF ' '
                            FS-REL-SIGNE ' ' WS-ED-MONTANT
                 END-IF
              END-IF
           END-IF.
       2000-LIGNE-RELEVE-FIN. EXIT.

       2010-DEJA-RAPPROCHEE-DEB.
           IF WS-HIS-CONSOMME(WS-IND-HIS) = 'N'
              AND WS-HIS-DATE(WS-IND-HIS)    = FS-REL-DATE
              AND WS-HIS-MONTANT(WS-IND-HIS) = FS-REL-MONTANT
              AND WS-HIS-SIGNE(WS-IND-HIS)   = FS-REL-SIGNE
              AND WS-HIS-REF(WS-IND-HIS)     = FS-REL-REF
              MOVE 'O' TO WS-HIS-CONSOMME(WS-IND-HIS)
              MOVE 'O' TO WS-HIS-TROUVE
           END-IF.
       2010-DEJA-RAPPROCHEE-FIN. EXIT.

       2020-CHERCHER-ECRITURE-DEB.
           IF WS-ECR-RAPPRO(WS-IND-ECR) = 'N'
              AND WS-ECR-PIECE(WS-IND-ECR)   = FS-REL-REF
              AND WS-ECR-MONTANT(WS-IND-ECR) = FS-REL-MONTANT
              AND WS-ECR-SENS(WS-IND-ECR)    = WS-SENS-ATTENDU
              COMPUTE WS-ECART-JOURS =
                      FUNCTION INTEGER-OF-DATE(FS-REL-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-ECR-DATE(WS-IND-ECR))
              IF WS-ECART-JOURS < ZERO
                 MULTIPLY -1 BY WS-ECART-JOURS
              END-IF
              IF WS-ECART-JOURS NOT > WS-TOLERANCE
                 MOVE WS-IND-ECR TO WS-ECR-TROUVEE
              END-IF
           END-IF.
       2020-CHERCHER-ECRITURE-FIN. EXIT.

       2100-ARCHIVER-PAIRE-DEB.
           ADD 1 TO WS-CTR-RAPPRO.
           MOVE 'O' TO WS-ECR-RAPPRO(WS-ECR-TROUVEE).
           MOVE SPACES TO FS-ENR-HISTO.
           MOVE FS-REL-DATE    TO FS-HIS-REL-DATE.
           MOVE FS-REL-MONTANT TO FS-HIS-REL-MONTANT.
           MOVE FS-REL-SIGNE   TO FS-HIS-REL-SIGNE.
           MOVE FS-REL-REF     TO FS-HIS-REL-REF.
           MOVE WS-ECR-DATE(WS-ECR-TROUVEE)    TO FS-HIS-JRN-DATE.
           MOVE WS-ECR-SENS(WS-ECR-TROUVEE)    TO FS-HIS-JRN-SENS.
           MOVE WS-ECR-MONTANT(WS-ECR-TROUVEE) TO FS-HIS-JRN-MONTANT.
           MOVE WS-ECR-PIECE(WS-ECR-TROUVEE)   TO FS-HIS-JRN-PIECE.
           MOVE WS-JOUR-DU-JOUR TO FS-HIS-DATE-RAPPRO.
           WRITE FS-ENR-HISTO.
       2100-ARCHIVER-PAIRE-FIN. EXIT.

       3000-ECRITURE-NON-RAPPRO-DEB.
           IF WS-ECR-RAPPRO(WS-IND-ECR) NOT = 'O'
              ADD 1 TO WS-CTR-ECR-NON
              IF WS-ECR-SENS(WS-IND-ECR) = 'D'
                 SUBTRACT WS-ECR-MONTANT(WS-IND-ECR) FROM WS-TOT-ECR-NON
              ELSE
                 ADD WS-ECR-MONTANT(WS-IND-ECR) TO WS-TOT-ECR-NON
              END-IF
              MOVE WS-ECR-MONTANT(WS-IND-ECR) TO WS-ED-MONTANT
              DISPLAY '   ' WS-ECR-DATE(WS-IND-ECR) ' '
                      WS-ECR-PIECE(WS-IND-ECR) ' '
                      WS-ECR-SENS(WS-IND-ECR) ' ' WS-ED-MONTANT
           END-IF.
       3000-ECRITURE-NON-RAPPRO-FIN. EXIT.

      * SOLDE RAPPROCHE = SOLDE COMPTABLE CPTE1 + RELEVE NON
      * COMPTABILISE - ECRITURES NON PASSEES EN BANQUE : C'EST LE
      * SOLDE QUE LA BANQUE DOIT AFFICHER.
       4000-SOLDE-RAPPROCHE-DEB.
           MOVE WS-COMPTE-BANQUE TO WS-NUMCPT.
           EXEC SQL
              SELECT SOLDE, STATUT
                INTO :WS-SOLDE, :WS-STATUT
                FROM ADCDC.CPTE1
               WHERE NUMCPT = :WS-NUMCPT
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY '*** EXCEPTION : COMPTE BANQUE ABSENT DE CPTE1'
              MOVE ZERO TO WS-SOLDE
           ELSE
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE SELECT COMPTE '
                         WS-COMPTE-BANQUE ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              END-IF
           END-IF.
           COMPUTE WS-SOLDE-RAPPRO =
                   WS-SOLDE + WS-TOT-REL-NON - WS-TOT-ECR-NON.
           DISPLAY '================================================'.
           MOVE WS-SOLDE TO WS-ED-SOLDE.
           DISPLAY 'SOLDE COMPTABLE CPTE1      : ' WS-ED-SOLDE.
           MOVE WS-TOT-REL-NON TO WS-ED-SOLDE.
           DISPLAY '+ RELEVE NON COMPTABILISE  : ' WS-ED-SOLDE.
           MOVE WS-TOT-ECR-NON TO WS-ED-SOLDE.
           DISPLAY '- ECRITURES NON EN BANQUE  : ' WS-ED-SOLDE.
           MOVE WS-SOLDE-RAPPRO TO WS-ED-SOLDE.
           DISPLAY '= SOLDE BANCAIRE RAPPROCHE : ' WS-ED-SOLDE.
       4000-SOLDE-RAPPROCHE-FIN. EXIT.

       9998-FIN-NORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*     FIN NORMALE DU PROGRAMME CPTRAPRO        *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9998-FIN-NORMALE-FIN. EXIT.

       9990-FIN-ANORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
            DISPLAY '*     FIN ANORMALE DU PROGRAMME CPTRAPRO       *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9990-FIN-ANORMALE-FIN. EXIT.

       9999-ERREUR-SQL-DEB.
            MOVE WS-PROGRAM-ID    TO WS-LIEN-ERRLOG-IN-PROGRAMME.
            MOVE 'S'              TO WS-LIEN-ERRLOG-IN-TYPE.
            MOVE SQLCODE          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
            CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
            DISPLAY WS-LIEN-ERRLOG-OU-MESSAGE.
            PERFORM 9990-FIN-ANORMALE-DEB
               THRU 9990-FIN-ANORMALE-FIN.
       9999-ERREUR-SQL-FIN. EXIT.

       END PROGRAM CPTRAPRO.
